      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grace-marks moderation run, made once a term before
      *          results are published, instead of the exam office
      *          working borderline failures out by hand from
      *          STDREPORT.txt and keying them back through STDAPPLY as
      *          ordinary updates. Reads every student on STDFILE and
      *          applies the academic council's grace rules: a paper
      *          that falls short of its subject's pass marks (SUBJMAST)
      *          by no more than GRACEPAPER marks is lifted to the pass
      *          marks; then a student whose average still falls short
      *          of PASSCUTOFF by no more than GRACEAVG is lifted to the
      *          pass line by marks spread over the papers sat. Grace is
      *          never given to an absent or exempt paper, never takes a
      *          paper past its subject maximum, and never totals more
      *          than GRACECAP marks for one student. Average grace is
      *          given in full or not at all: a student the margin or
      *          what is left of the cap cannot bring to the line gets
      *          none. Paper grace stands on its own -- a paper lifted
      *          to its pass marks stays lifted, and is journalled and
      *          registered, even when the student still fails overall,
      *          for the paper itself no longer needs a re-sit. Each
      *          graced paper is marked G on the record (STUD-SUBJ-
      *          GRACE) for the marksheets and the archive, each graced
      *          student's REWRITE is journalled to STDJRNL.txt under
      *          its own G action, and the moderation register
      *          (STDGRACE.txt) lists every award -- student, subject,
      *          original mark, grace awarded, mark now on file and the
      *          resulting PASS/FAIL -- for the council's minutes. A
      *          student already carrying grace has been moderated and
      *          is not moderated again. Only an EXAM-CONTROLLER on the
      *          operator master may run it, and never once the exam
      *          period's results have been published (STDPUBL): grace
      *          is moderation of the results as examined, not an
      *          amendment to results already out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDGRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE
           ASSIGN TO WS-STD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUD-ID
           FILE STATUS IS WS-STAT.

           SELECT STDGRACERPT
           ASSIGN TO 'STDGRACE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT OPTIONAL STDJOURNAL
           ASSIGN TO 'STDJRNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDFILE.
           COPY STDREC.

       FD STDGRACERPT.
       01 GRACE-RPT-LINE    PIC X(90).

       FD STDJOURNAL.
           COPY STDJRNL.

       WORKING-STORAGE SECTION.
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-STAT           PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-JRNL-STAT      PIC 99.
       77 WS-OPERATOR       PIC X(8).
       77 WS-BEFORE-IMAGE   PIC X(93).
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-PASSING-CUTOFF PIC 999  VALUE 35.
       77 WS-CUTOFF-TEXT    PIC X(10).
       77 WS-RULE-TEXT      PIC X(10).
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-DONE-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-GRACED-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-PAPER-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-MARKS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-NOW-PASS-COUNT PIC 9(6) VALUE ZERO.
       77 WS-FAILED-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-RECORD-OK      PIC X.
           88 RECORD-CLEAN   VALUE 'Y'.
       77 WS-MODERATED      PIC X.
           88 ALREADY-MODERATED VALUE 'Y'.
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-CAP-LEFT       PIC 999.
       77 WS-SHORTFALL      PIC 9(4).
       77 WS-HEADROOM       PIC 9(4).
       77 WS-AVG-ELIGIBLE   PIC X.
           88 AVERAGE-GRACE-DUE VALUE 'Y'.
       77 WS-AWARD          PIC 999.
       77 WS-STUD-GRACE     PIC 999.
       77 WS-RESULT         PIC X(4).

      * The council's grace rules, each overridable per term through
      * its environment variable the way PASSCUTOFF is: how far below
      * a subject's pass marks a paper may fall and still be graced,
      * how far below PASSCUTOFF an average may fall, and the most
      * grace one student may receive in all.
       01 WS-GRACE-RULES.
           05 WS-GRACE-PAPER-MAX PIC 999 VALUE 5.
           05 WS-GRACE-AVG-MAX   PIC 999 VALUE 2.
           05 WS-GRACE-CAP       PIC 999 VALUE 10.

       01 WS-STUDENT-TOTALS.
           05 WS-STUD-TOTAL     PIC 9999.
           05 WS-STUD-AVERAGE   PIC 999V99.

      * The student's marks as examined and the grace each paper has
      * been given so far, held until the student's result is known
      * and the register lines can be printed.
       01 WS-AWARD-TABLE.
           05 WS-AWARD-ENTRY OCCURS 5 TIMES.
              10 WS-AW-ORIGINAL PIC 999.
              10 WS-AW-GRACE    PIC 999.
              10 WS-AW-BASIS    PIC X(7).

      * Subject names, maximums and pass marks from the subject master
      * (SUBJLOAD): the pass marks are the line a paper is graced to,
      * the maximums the ceiling no grace may cross.
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK).
           COPY PUBWS.

       01 WS-GRACE-TITLE-LINE.
           05 FILLER        PIC X(32)
                            VALUE "GRACE MARKS MODERATION REGISTER".
           05 FILLER        PIC X(7)  VALUE "CUTOFF-".
           05 WS-GT-CUTOFF  PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "PAPER-".
           05 WS-GT-PAPER   PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE "AVG-".
           05 WS-GT-AVG     PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE "CAP-".
           05 WS-GT-CAP     PIC ZZ9.
           05 FILLER        PIC X(19) VALUE SPACES.

       01 WS-GRACE-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STUD-ID".
           05 FILLER        PIC X(21) VALUE "NAME".
           05 FILLER        PIC X(21) VALUE "SUBJECT".
           05 FILLER        PIC X(5)  VALUE "ORIG".
           05 FILLER        PIC X(6)  VALUE "GRACE".
           05 FILLER        PIC X(5)  VALUE "NOW".
           05 FILLER        PIC X(8)  VALUE "BASIS".
           05 FILLER        PIC X(10) VALUE "RESULT".

       01 WS-GRACE-DETAIL-LINE.
           05 WS-GD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-GD-NAME    PIC X(20).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-GD-SUBJ    PIC X(20).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-GD-ORIG    PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-GD-GRACE   PIC ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-GD-NOW     PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-GD-BASIS   PIC X(7).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-GD-RESULT  PIC X(4).
           05 FILLER        PIC X(6)  VALUE SPACES.

       01 WS-GRACE-COUNT-LINE.
           05 WS-GC-LABEL   PIC X(24).
           05 WS-GC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(60) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN I-O STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDGRACERPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDGRACERPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * EXTEND, exactly as STDINQ, STDAPPLY and STDSUPP journal: a
      * journal that cannot be opened stops the run before any grace
      * can be awarded unjournaled. Status 05 is the OPTIONAL journal
      * being created on the very first run -- a good open.
           OPEN EXTEND STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) AND (WS-JRNL-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               CLOSE STDFILE
               CLOSE STDGRACERPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM HEADING-PARA
           PERFORM READ-PARA THRU READ-EXIT
           PERFORM CONTROL-COUNT-PARA
           CLOSE STDFILE
           CLOSE STDGRACERPT
           CLOSE STDJOURNAL
           DISPLAY "STUDENTS READ-" WS-READ-COUNT
           DISPLAY "STUDENTS GRACED-" WS-GRACED-COUNT
           DISPLAY "PAPERS GRACED-" WS-PAPER-COUNT
           DISPLAY "GRACE MARKS AWARDED-" WS-MARKS-COUNT
           DISPLAY "ALREADY MODERATED-" WS-DONE-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
      * Grace changes published marks, so it is an exam controller's
      * run; a refused operator has been logged by OPERAUTH and the
      * run stops before STDFILE is opened.
           MOVE "STDGRACE"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE OPER-OPERATOR TO WS-OPERATOR
      * Moderation comes before publication. After it a changed
      * result must carry an amendment reason, which a whole-file
      * moderation run has no way to give paper by paper.
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
           IF (PUB-PERIOD-LOCKED)
               DISPLAY "RESULTS FOR " FUNCTION TRIM(PUB-PERIOD)
                   " PUBLISHED, MODERATION NOT RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "PASSCUTOFF"
           IF (WS-CUTOFF-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT)
                   TO WS-PASSING-CUTOFF
           END-IF
           ACCEPT WS-RULE-TEXT FROM ENVIRONMENT "GRACEPAPER"
           IF (WS-RULE-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-RULE-TEXT)
                   TO WS-GRACE-PAPER-MAX
           END-IF
           ACCEPT WS-RULE-TEXT FROM ENVIRONMENT "GRACEAVG"
           IF (WS-RULE-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-RULE-TEXT)
                   TO WS-GRACE-AVG-MAX
           END-IF
           ACCEPT WS-RULE-TEXT FROM ENVIRONMENT "GRACECAP"
           IF (WS-RULE-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-RULE-TEXT)
                   TO WS-GRACE-CAP
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       HEADING-PARA.
           MOVE WS-PASSING-CUTOFF  TO WS-GT-CUTOFF
           MOVE WS-GRACE-PAPER-MAX TO WS-GT-PAPER
           MOVE WS-GRACE-AVG-MAX   TO WS-GT-AVG
           MOVE WS-GRACE-CAP       TO WS-GT-CAP
           WRITE GRACE-RPT-LINE FROM WS-GRACE-TITLE-LINE
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COLUMN-LINE.
       READ-PARA.
           PERFORM UNTIL WS-STAT NOT = 00
           READ STDFILE NEXT RECORD
           END-READ
           IF (WS-STAT = 00) THEN
               ADD 1 TO WS-READ-COUNT
               PERFORM SCREEN-PARA
               IF (NOT RECORD-CLEAN) THEN
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   IF (ALREADY-MODERATED) THEN
                       ADD 1 TO WS-DONE-COUNT
                   ELSE
                       PERFORM MODERATE-PARA
                   END-IF
               END-IF
           END-IF
           END-PERFORM.
       READ-EXIT.
           EXIT.
       SCREEN-PARA.
      * Moderate the same population stdmarks reports: a record with
      * an invalid gender, a mark above its subject's maximum or a
      * bad attendance indicator is awaiting correction, not grace.
      * A record already carrying a G has been through moderation.
           MOVE 'Y' TO WS-RECORD-OK
           MOVE 'N' TO WS-MODERATED
           IF (NOT VALIDG)
               MOVE 'N' TO WS-RECORD-OK
           END-IF
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                       > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                   MOVE 'N' TO WS-RECORD-OK
               END-IF
               IF NOT SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                   MOVE 'N' TO WS-RECORD-OK
               END-IF
               IF SUBJ-GRACED(WS-SUBJ-IDX)
                   MOVE 'Y' TO WS-MODERATED
               END-IF
           END-PERFORM.
       MODERATE-PARA.
           MOVE STD-REC TO WS-BEFORE-IMAGE
           MOVE WS-GRACE-CAP TO WS-CAP-LEFT
           MOVE ZERO TO WS-STUD-GRACE
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                   TO WS-AW-ORIGINAL(WS-SUBJ-IDX)
               MOVE ZERO   TO WS-AW-GRACE(WS-SUBJ-IDX)
               MOVE SPACES TO WS-AW-BASIS(WS-SUBJ-IDX)
           END-PERFORM
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM PAPER-GRACE-PARA
           END-PERFORM
           PERFORM STUDENT-TOTAL-PARA
           PERFORM AVERAGE-GRACE-PARA
           IF WS-STUD-GRACE > 0
               PERFORM STUDENT-TOTAL-PARA
               PERFORM RESULT-PARA
               REWRITE STD-REC
               IF (WS-STAT = 00) THEN
                   ADD 1 TO WS-GRACED-COUNT
                   ADD WS-STUD-GRACE TO WS-MARKS-COUNT
                   IF WS-RESULT = "PASS"
                       ADD 1 TO WS-NOW-PASS-COUNT
                   END-IF
                   PERFORM JOURNAL-PARA
                   PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                           UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                       IF WS-AW-GRACE(WS-SUBJ-IDX) > 0
                           ADD 1 TO WS-PAPER-COUNT
                           PERFORM REGISTER-DETAIL-PARA
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "REWRITE FAILED, ID-" STUD-ID
                       " STATUS-" WS-STAT
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 00 TO WS-STAT
               END-IF
           END-IF.
       PAPER-GRACE-PARA.
      * A paper sat and failed by no more than the paper margin is
      * lifted exactly to its subject's pass marks, while the
      * student's cap lasts. An absent or exempt paper is never
      * graced, and a pass mark above the subject maximum (a master
      * keying slip) is never graced to. Nor is a paper whose
      * external component fell below its minimum: that written
      * paper must be cleared on its own, and grace on the weighted
      * mark would not clear it.
           IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   AND NOT SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                   AND STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                       < SUBJ-PASS-MARKS(WS-SUBJ-IDX)
                   AND SUBJ-PASS-MARKS(WS-SUBJ-IDX)
                       NOT > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
               SUBTRACT STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                   FROM SUBJ-PASS-MARKS(WS-SUBJ-IDX)
                   GIVING WS-SHORTFALL
               IF WS-SHORTFALL NOT > WS-GRACE-PAPER-MAX
                       AND WS-SHORTFALL NOT > WS-CAP-LEFT
                   MOVE WS-SHORTFALL TO WS-AWARD
                   MOVE "PAPER"      TO WS-AW-BASIS(WS-SUBJ-IDX)
                   PERFORM AWARD-PARA
               END-IF
           END-IF.
       AVERAGE-GRACE-PARA.
      * The average is short of the line when the total is short of
      * PASSCUTOFF times the papers sat; that many marks, if the
      * average margin and what is left of the cap allow, are spread
      * over the papers sat. A student with an absent paper fails
      * whatever the average, so average grace could not change the
      * result and is not given; the same goes for a student short
      * of an external minimum.
           MOVE 'N' TO WS-AVG-ELIGIBLE
           IF WS-ATTEMPTED-COUNT > 0 AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               COMPUTE WS-SHORTFALL =
                   WS-PASSING-CUTOFF * WS-ATTEMPTED-COUNT
               IF WS-STUD-TOTAL < WS-SHORTFALL
                   SUBTRACT WS-STUD-TOTAL FROM WS-SHORTFALL
                   IF WS-SHORTFALL NOT >
                           WS-GRACE-AVG-MAX * WS-ATTEMPTED-COUNT
                           AND WS-SHORTFALL NOT > WS-CAP-LEFT
                       PERFORM HEADROOM-PARA
                       IF WS-HEADROOM NOT < WS-SHORTFALL
                           MOVE 'Y' TO WS-AVG-ELIGIBLE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF (AVERAGE-GRACE-DUE)
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                       OR WS-SHORTFALL = 0
                   PERFORM SPREAD-GRACE-PARA
               END-PERFORM
           END-IF.
       HEADROOM-PARA.
      * Room left under the subject maximums across the papers sat; a
      * shortfall that cannot fit is not graced at all rather than
      * graced part of the way.
           MOVE ZERO TO WS-HEADROOM
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   COMPUTE WS-HEADROOM = WS-HEADROOM
                       + SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                       - STUD-SUBJ-MARKS(WS-SUBJ-IDX)
               END-IF
           END-PERFORM.
       SPREAD-GRACE-PARA.
      * Papers take the average grace in subject order, each up to its
      * subject maximum, until the shortfall is made good.
           IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
               SUBTRACT STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                   FROM SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                   GIVING WS-HEADROOM
               IF WS-HEADROOM > 0
                   IF WS-HEADROOM < WS-SHORTFALL
                       MOVE WS-HEADROOM  TO WS-AWARD
                   ELSE
                       MOVE WS-SHORTFALL TO WS-AWARD
                   END-IF
                   SUBTRACT WS-AWARD FROM WS-SHORTFALL
                   IF WS-AW-BASIS(WS-SUBJ-IDX) = SPACES
                       MOVE "AVERAGE" TO WS-AW-BASIS(WS-SUBJ-IDX)
                   ELSE
                       MOVE "BOTH"    TO WS-AW-BASIS(WS-SUBJ-IDX)
                   END-IF
                   PERFORM AWARD-PARA
               END-IF
           END-IF.
       AWARD-PARA.
           ADD WS-AWARD TO STUD-SUBJ-MARKS(WS-SUBJ-IDX)
           ADD WS-AWARD TO WS-AW-GRACE(WS-SUBJ-IDX)
           ADD WS-AWARD TO WS-STUD-GRACE
           SUBTRACT WS-AWARD FROM WS-CAP-LEFT
           MOVE 'G' TO STUD-SUBJ-GRACE(WS-SUBJ-IDX).
       STUDENT-TOTAL-PARA.
      * Total and average over the papers actually sat, the way
      * stdmarks computes them; an absent or exempt paper neither
      * scores nor divides.
           MOVE ZERO TO WS-STUD-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-COUNT
           MOVE 'N'  TO WS-HAS-ABSENT
           MOVE 'N'  TO WS-EXT-SHORT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-STUD-TOTAL
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does.
                   IF SUBJ-ABSENT(WS-SUBJ-IDX)
                           OR SUBJ-DEBARRED(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-HAS-ABSENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ATTEMPTED-COUNT > 0
               DIVIDE WS-STUD-TOTAL BY WS-ATTEMPTED-COUNT
                       GIVING WS-STUD-AVERAGE ROUNDED
           ELSE
               MOVE ZERO TO WS-STUD-AVERAGE
           END-IF.
       RESULT-PARA.
      * The result the graced marks now publish, derived exactly as
      * stdmarks and STDMSHEET derive it.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-RESULT
           ELSE
               MOVE "FAIL" TO WS-RESULT
           END-IF.
       JOURNAL-PARA.
      * One journal record per graced student under the G action, with
      * the record as READ found it and as the REWRITE left it, so
      * STDJRPT lists the grace as grace and STDRFWD replays it.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-OPERATOR     TO JRNL-OPERATOR
           MOVE 'G'             TO JRNL-ACTION
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE STD-REC         TO JRNL-AFTER
           MOVE SPACES          TO JRNL-AMENDMENT
           WRITE JRNL-REC
           IF (WS-JRNL-STAT NOT = 00) THEN
               DISPLAY "JOURNAL WRITE FAILED, STATUS-" WS-JRNL-STAT
           END-IF.
       REGISTER-DETAIL-PARA.
           MOVE STUD-ID                      TO WS-GD-ID
           MOVE STUD-NAME                    TO WS-GD-NAME
           MOVE SUBJ-NAME(WS-SUBJ-IDX)       TO WS-GD-SUBJ
           MOVE WS-AW-ORIGINAL(WS-SUBJ-IDX)  TO WS-GD-ORIG
           MOVE WS-AW-GRACE(WS-SUBJ-IDX)     TO WS-GD-GRACE
           MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-GD-NOW
           MOVE WS-AW-BASIS(WS-SUBJ-IDX)     TO WS-GD-BASIS
           MOVE WS-RESULT                    TO WS-GD-RESULT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-DETAIL-LINE.
       CONTROL-COUNT-PARA.
           MOVE SPACES TO GRACE-RPT-LINE
           WRITE GRACE-RPT-LINE
           MOVE "STUDENTS READ-"          TO WS-GC-LABEL
           MOVE WS-READ-COUNT             TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "STUDENTS GRACED-"        TO WS-GC-LABEL
           MOVE WS-GRACED-COUNT           TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "NOW PASSING-"            TO WS-GC-LABEL
           MOVE WS-NOW-PASS-COUNT         TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "PAPERS GRACED-"          TO WS-GC-LABEL
           MOVE WS-PAPER-COUNT            TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "GRACE MARKS AWARDED-"    TO WS-GC-LABEL
           MOVE WS-MARKS-COUNT            TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "ALREADY MODERATED-"      TO WS-GC-LABEL
           MOVE WS-DONE-COUNT             TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "REJECT-RULE SKIPPED-"    TO WS-GC-LABEL
           MOVE WS-SKIP-COUNT             TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE
           MOVE "REWRITE FAILED-"         TO WS-GC-LABEL
           MOVE WS-FAILED-COUNT           TO WS-GC-COUNT
           WRITE GRACE-RPT-LINE FROM WS-GRACE-COUNT-LINE.
       RUN-LOG-PARA.
      * Written is the journal records, one per student graced.
           MOVE "STDGRACE"       TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-GRACED-COUNT  TO RUN-WRITTEN
           ADD WS-SKIP-COUNT WS-FAILED-COUNT GIVING RUN-REJECTED
           MOVE WS-GRACED-COUNT  TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDGRACE.
