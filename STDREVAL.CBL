      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revaluation (re-check) apply for STDFILE. After the
      *          results go out a student may pay to have a paper's
      *          script marked again by a second examiner -- the same
      *          script, not a re-sit (that is STDSUPP). The exam
      *          office's applications arrive as STDRVAP records
      *          (REVALAPPFILE, default STDRVAPP.txt, in stud-id order:
      *          student, subject position, receipt number and fee paid)
      *          and the examiners' marks as STDRVMK records
      *          (REVALMARKFILE, default STDRVMK.txt). The second mark
      *          replaces the mark on file only when it differs from it
      *          by more than the tolerance (REVALTOL, default 5 marks);
      *          the paper is then CHANGED and its fee is refunded,
      *          otherwise it is UNCHANGED and the fee stands. For a
      *          subject marked in two components it is the external
      *          written paper that is re-marked, and the subject mark
      *          is re-derived from it by SUBJMARK. A changed mark is no
      *          longer a graced one, so its grace indicator is cleared.
      *          Every change is journalled to STDJRNL.txt under its own
      *          V action. An application for a paper the student was
      *          absent for, was exempt from or was debarred from is
      *          rejected, as is one with no second-examiner mark yet.
      *          So is one for a graced single-figure paper: its mark on
      *          file includes grace of an amount the file does not
      *          keep, and the second mark is only ever set against the
      *          examiner's own mark -- the external paper, for a
      *          two-component subject. Every application is listed on
      *          the outcome register STDREVAL.txt with the original and
      *          second-examiner marks, the mark now on file, CHANGED,
      *          UNCHANGED or REJECTED, and the refund due, followed by
      *          any second-examiner mark no application claimed and the
      *          fee totals. Each student with a changed mark has the
      *          marksheet regenerated to STDREVSHEET.txt, stamped
      *          REVALUED, with R beside the re-marked papers. Only an
      *          EXAM-CONTROLLER on the operator master may run it. A
      *          revaluation is by its nature made after the results are
      *          published; once the period is locked (STDPUBL; PUBCHECK
      *          reports it) each changed mark is journalled as a
      *          post-publication amendment with the RV revaluation
      *          reason, for STDDELTA's SIS correction upload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDRVAPP
           ASSIGN TO WS-APP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APP-STAT.

           SELECT STDRVMARK
           ASSIGN TO WS-MARK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STAT.

           SELECT STDFILE
           ASSIGN TO WS-STD-FILENAME
           ORGANIZATION IS INDEXED
      * RANDOM access, as STDSUPP: READ's INVALID KEY then means
      * exactly one thing -- no such stud-id.
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUD-ID IN STD-REC
           FILE STATUS IS WS-STAT.

           SELECT STDREVALRPT
           ASSIGN TO 'STDREVAL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT STDREVSHEET
           ASSIGN TO 'STDREVSHEET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHEET-STAT.

           SELECT OPTIONAL STDJOURNAL
           ASSIGN TO 'STDJRNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDRVAPP.
           COPY STDRVAP.

       FD STDRVMARK.
           COPY STDRVMK.

       FD STDFILE.
           COPY STDREC.

       FD STDREVALRPT.
       01 REVAL-RPT-LINE    PIC X(132).

       FD STDREVSHEET.
       01 SHEET-LINE        PIC X(80).

       FD STDJOURNAL.
           COPY STDJRNL.

       WORKING-STORAGE SECTION.
       77 WS-APP-FILENAME   PIC X(100).
       77 WS-MARK-FILENAME  PIC X(100).
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-APP-STAT       PIC 99.
       77 WS-MARK-STAT      PIC 99.
       77 WS-STAT           PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-SHEET-STAT     PIC 99.
       77 WS-JRNL-STAT      PIC 99.
       77 WS-OPERATOR       PIC X(8).
       77 WS-BEFORE-IMAGE   PIC X(93).
       77 WS-EXAM-PERIOD    PIC X(8).
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-APP-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-CHANGED-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-UNCHANGED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-SHEET-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-FEE-TOTAL      PIC 9(7)V99 VALUE ZERO.
       77 WS-REFUND-TOTAL   PIC 9(7)V99 VALUE ZERO.
       77 WS-REFUND         PIC 9(5)V99.
       77 WS-TOLERANCE      PIC 999  VALUE 5.
       77 WS-TOL-TEXT       PIC X(10).
       77 WS-ORIG-MARK      PIC 999.
       77 WS-SECOND-MARK    PIC 999.
       77 WS-ONFILE-MARK    PIC 999.
       77 WS-SUBJECT-MARK   PIC 999.
       77 WS-MARK-MAX       PIC 999.
       77 WS-DIFFERENCE     PIC S999.
       77 WS-PREV-ID        PIC X(12) VALUE SPACES.
       77 WS-PREV-SUBJ      PIC 9     VALUE ZERO.
       77 WS-PASSING-CUTOFF PIC 999  VALUE 35.
       77 WS-CUTOFF-TEXT    PIC X(10).
       77 WS-BAND-TEXT      PIC X(10).
      * Two characters: a letter grade padded with a space, or AB for
      * an absent paper, EX for an exempt one and NE for one not
      * eligible.
       77 WS-GRADE          PIC X(2).
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-HAS-GRACE      PIC X.
           88 SHEET-HAS-GRACE VALUE 'Y'.
       77 WS-HAS-EXTMIN     PIC X.
           88 SHEET-HAS-EXTMIN VALUE 'Y'.
       77 WS-HAS-REVAL      PIC X.
           88 SHEET-HAS-REVAL VALUE 'Y'.
       77 WS-DISPOSITION    PIC X(9).
       77 WS-REASON         PIC X(34).
       77 WS-SHEET-PENDING  PIC X    VALUE 'N'.
           88 SHEET-PENDING  VALUE 'Y'.
       77 WS-MK-COUNT       PIC 9(4) VALUE ZERO.
       77 WS-MK-MAX         PIC 9(4) VALUE 2000.
       77 WS-MK-IDX         PIC 9(4).
       77 WS-MK-HIT         PIC 9(4).
       77 WS-MK-OVER        PIC 9(6) VALUE ZERO.
       77 WS-MK-BAD         PIC 9(6) VALUE ZERO.
       77 WS-MK-UNUSED      PIC 9(6) VALUE ZERO.

      * Grade bands as STDMSHEET's GRADE-PARA uses them: the minimum
      * mark that earns each letter, checked highest first, each band
      * overridable per exam via its environment variable.
       01 WS-GRADE-BANDS.
           05 WS-GRADE-A-MIN    PIC 999  VALUE 75.
           05 WS-GRADE-B-MIN    PIC 999  VALUE 60.
           05 WS-GRADE-C-MIN    PIC 999  VALUE 50.
           05 WS-GRADE-D-MIN    PIC 999  VALUE 35.

       01 WS-STUDENT-TOTALS.
           05 WS-STUD-TOTAL     PIC 9999.
           05 WS-STUD-AVERAGE   PIC 999V99.

      * The second-examiner marks, loaded up front since they come
      * back from the examiners in no particular order. A mark past
      * the table is counted; its application is then rejected for
      * want of a mark and comes round again next run.
       01 WS-MARK-TABLE.
           05 WS-MK-ENTRY OCCURS 2000 TIMES.
              10 WS-MK-ID       PIC X(12).
              10 WS-MK-SUBJ     PIC 9.
              10 WS-MK-MARKS    PIC 999.
              10 WS-MK-USED     PIC X.

      * Subject names, maximums and components from the subject master
      * (SUBJLOAD): the maximums edit the second marks and the names
      * label the register and the regenerated marksheets.
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK); every change
      * this run makes to a locked period is an RV amendment.
           COPY PUBWS.

      * The last student whose mark was changed, held across the
      * control break on stud-id so one student with several papers
      * revalued gets a single regenerated marksheet, with R against
      * each paper whose mark changed.
           COPY STDREC REPLACING ==STD-REC== BY ==WS-SHEET-REC==.
       01 WS-SHEET-REVAL-FLAGS.
           05 WS-SHEET-REVAL    OCCURS 5 TIMES PIC X.

       01 WS-REVAL-TITLE-LINE.
           05 FILLER        PIC X(36)
                            VALUE "REVALUATION OUTCOME REGISTER".
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-RT-PERIOD  PIC X(8).
           05 FILLER        PIC X(16) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "TOLERANCE-".
           05 WS-RT-TOL     PIC ZZ9.
           05 FILLER        PIC X(50) VALUE SPACES.

      * For a two-component subject ORIG, SECOND and ON FILE are the
      * external written paper's marks, and MARK is the subject mark
      * re-derived from them.
       01 WS-REVAL-NOTE-LINE.
           05 FILLER        PIC X(44)
               VALUE "TWO-COMPONENT SUBJECTS: ORIG, SECOND AND ".
           05 FILLER        PIC X(44)
               VALUE "ON FILE ARE EXTERNAL MARKS".
           05 FILLER        PIC X(44) VALUE SPACES.

       01 WS-REVAL-HEAD-LINE.
           05 FILLER        PIC X(14) VALUE "STUD-ID".
           05 FILLER        PIC X(22) VALUE "SUBJECT".
           05 FILLER        PIC X(12) VALUE "RECEIPT".
           05 FILLER        PIC X(7)  VALUE "ORIG".
           05 FILLER        PIC X(7)  VALUE "SECOND".
           05 FILLER        PIC X(8)  VALUE "ON FILE".
           05 FILLER        PIC X(6)  VALUE "MARK".
           05 FILLER        PIC X(10) VALUE "OUTCOME".
           05 FILLER        PIC X(11) VALUE "   REFUND".
           05 FILLER        PIC X(35) VALUE "REASON".

       01 WS-REVAL-DETAIL-LINE.
           05 WS-RD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-SUBJ    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-RECEIPT PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-ORIG    PIC ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-RD-SECOND  PIC ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-RD-ONFILE  PIC ZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 WS-RD-MARK    PIC ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-RD-DISP    PIC X(9).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-RD-REFUND  PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-REASON  PIC X(34).
           05 FILLER        PIC X(1)  VALUE SPACES.

       01 WS-UNUSED-HEAD-LINE.
           05 FILLER        PIC X(50)
               VALUE "SECOND-EXAMINER MARKS WITH NO APPLICATION".
           05 FILLER        PIC X(82) VALUE SPACES.

       01 WS-UNUSED-DETAIL-LINE.
           05 WS-UD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-UD-SUBJ    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "MARKS-".
           05 WS-UD-MARKS   PIC ZZ9.
           05 FILLER        PIC X(87) VALUE SPACES.

       01 WS-REVAL-COUNT-LINE.
           05 WS-RC-LABEL   PIC X(30).
           05 WS-RC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(96) VALUE SPACES.

       01 WS-REVAL-AMOUNT-LINE.
           05 WS-RA-LABEL   PIC X(30).
           05 WS-RA-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(90) VALUE SPACES.

       01 WS-SHEET-RULE-LINE.
           05 FILLER        PIC X(44) VALUE ALL "-".
           05 FILLER        PIC X(36) VALUE SPACES.

       01 WS-SHEET-STAMP-LINE.
           05 FILLER        PIC X(21) VALUE "*** REVALUED ***".
           05 FILLER        PIC X(59) VALUE SPACES.

       01 WS-SHEET-HEAD-LINE.
           05 FILLER        PIC X(6)  VALUE "NAME-".
           05 WS-SH-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE "ID-".
           05 WS-SH-ID      PIC X(12).
           05 FILLER        PIC X(35) VALUE SPACES.

       01 WS-SHEET-SUBJ-LINE.
           05 WS-SS-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "MARKS-".
           05 WS-SS-MARK    PIC ZZ9.
      * G for a graced mark, or R for a mark changed on revaluation
      * (which is never graced: the change clears the grace).
           05 WS-SS-GRACE   PIC X(2).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "GRADE-".
           05 WS-SS-GRADE   PIC X(2).
           05 FILLER        PIC X(3)  VALUE SPACES.
      * Internal and external component marks, printed only for a
      * subject marked in two components; the MARKS- figure is then
      * the weighted result, and * flags an external mark below the
      * subject's external minimum.
           05 WS-SS-COMPONENTS.
              10 WS-SS-INT-TAG PIC X(4).
              10 WS-SS-INT     PIC ZZ9.
              10 FILLER        PIC X(2).
              10 WS-SS-EXT-TAG PIC X(4).
              10 WS-SS-EXT     PIC ZZ9.
              10 WS-SS-EXTMIN  PIC X(2).
           05 FILLER        PIC X(14) VALUE SPACES.

      * Printed under the totals of a sheet carrying any graced mark,
      * to explain the G beside it.
       01 WS-SHEET-GRACE-LINE.
           05 FILLER        PIC X(40)
                            VALUE "G - MARK INCLUDES GRACE".
           05 FILLER        PIC X(40) VALUE SPACES.

      * Printed under the totals of every revalued sheet, to explain
      * the R beside the re-marked papers.
       01 WS-SHEET-REVAL-LINE.
           05 FILLER        PIC X(40)
                            VALUE "R - MARK CHANGED ON REVALUATION".
           05 FILLER        PIC X(40) VALUE SPACES.

      * Printed under the totals of a sheet with any external mark
      * below its minimum, to explain the * beside it.
       01 WS-SHEET-EXTMIN-LINE.
           05 FILLER        PIC X(40)
                       VALUE "* EXTERNAL BELOW MINIMUM - PAPER FAILED".
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-SHEET-TOTAL-LINE.
           05 FILLER        PIC X(6)  VALUE "TOTAL-".
           05 WS-ST-TOTAL   PIC ZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "AVERAGE-".
           05 WS-ST-AVG     PIC ZZ9.99.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "RESULT-".
           05 WS-ST-RESULT  PIC X(4).
           05 FILLER        PIC X(39) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           PERFORM MARK-LOAD-PARA THRU MARK-LOAD-EXIT
           OPEN INPUT STDRVAPP
           IF (WS-APP-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDRVAPP "
                   FUNCTION TRIM(WS-APP-FILENAME)
                   " STATUS-" WS-APP-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN I-O STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE STDRVAPP
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDREVALRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDREVALRPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDRVAPP
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDREVSHEET
           IF (WS-SHEET-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDREVSHEET, STATUS-"
                   WS-SHEET-STAT
               CLOSE STDRVAPP
               CLOSE STDFILE
               CLOSE STDREVALRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * EXTEND, exactly as STDSUPP journals: a journal that cannot be
      * opened stops the run before any mark is changed unjournaled.
      * Status 05 is the OPTIONAL journal being created.
           OPEN EXTEND STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) AND (WS-JRNL-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               CLOSE STDRVAPP
               CLOSE STDFILE
               CLOSE STDREVALRPT
               CLOSE STDREVSHEET
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE WS-EXAM-PERIOD TO WS-RT-PERIOD
           MOVE WS-TOLERANCE   TO WS-RT-TOL
           WRITE REVAL-RPT-LINE FROM WS-REVAL-TITLE-LINE
           WRITE REVAL-RPT-LINE FROM WS-REVAL-NOTE-LINE
           WRITE REVAL-RPT-LINE FROM WS-REVAL-HEAD-LINE
           PERFORM APPLY-PARA THRU APPLY-EXIT
           IF (SHEET-PENDING)
               PERFORM MARKSHEET-PARA
           END-IF
           PERFORM UNUSED-MARK-PARA
           PERFORM CONTROL-COUNT-PARA
           CLOSE STDRVAPP
           CLOSE STDFILE
           CLOSE STDREVALRPT
           CLOSE STDREVSHEET
           CLOSE STDJOURNAL
           DISPLAY "APPLICATIONS READ-" WS-APP-COUNT
           DISPLAY "MARKS CHANGED-" WS-CHANGED-COUNT
           DISPLAY "MARKS UNCHANGED-" WS-UNCHANGED-COUNT
           DISPLAY "REJECTED-" WS-REJECT-COUNT
           DISPLAY "REVALUED MARKSHEETS WRITTEN-" WS-SHEET-COUNT
           IF WS-MK-OVER > 0
               DISPLAY "SECOND MARKS PAST TABLE IGNORED-" WS-MK-OVER
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * Only the EXAM-CONTROLLER role may change a published mark on
      * revaluation. A refused operator has been logged by OPERAUTH
      * and the run stops here, before anything is opened.
           MOVE "STDREVAL"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE OPER-OPERATOR TO WS-OPERATOR
           ACCEPT WS-APP-FILENAME FROM ENVIRONMENT "REVALAPPFILE"
           IF (WS-APP-FILENAME = SPACES)
               MOVE "STDRVAPP.txt" TO WS-APP-FILENAME
           END-IF
           ACCEPT WS-MARK-FILENAME FROM ENVIRONMENT "REVALMARKFILE"
           IF (WS-MARK-FILENAME = SPACES)
               MOVE "STDRVMK.txt" TO WS-MARK-FILENAME
           END-IF
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
           ACCEPT WS-EXAM-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           IF (WS-EXAM-PERIOD = SPACES)
               MOVE "UNKNOWN" TO WS-EXAM-PERIOD
           END-IF
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
           MOVE "RV" TO PUB-AMEND-REASON
      * The tolerance is the university's rule, overridable per exam:
      * a second mark within it of the first leaves the first
      * standing.
           ACCEPT WS-TOL-TEXT FROM ENVIRONMENT "REVALTOL"
           IF (WS-TOL-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-TOL-TEXT) TO WS-TOLERANCE
           END-IF
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "PASSCUTOFF"
           IF (WS-CUTOFF-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT)
                   TO WS-PASSING-CUTOFF
           END-IF
           ACCEPT WS-BAND-TEXT FROM ENVIRONMENT "GRADEA"
           IF (WS-BAND-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-BAND-TEXT) TO WS-GRADE-A-MIN
           END-IF
           ACCEPT WS-BAND-TEXT FROM ENVIRONMENT "GRADEB"
           IF (WS-BAND-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-BAND-TEXT) TO WS-GRADE-B-MIN
           END-IF
           ACCEPT WS-BAND-TEXT FROM ENVIRONMENT "GRADEC"
           IF (WS-BAND-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-BAND-TEXT) TO WS-GRADE-C-MIN
           END-IF
           ACCEPT WS-BAND-TEXT FROM ENVIRONMENT "GRADED"
           IF (WS-BAND-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-BAND-TEXT) TO WS-GRADE-D-MIN
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       MARK-LOAD-PARA.
           OPEN INPUT STDRVMARK
           IF (WS-MARK-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDRVMARK "
                   FUNCTION TRIM(WS-MARK-FILENAME)
                   " STATUS-" WS-MARK-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MARK-STAT NOT = 00
               READ STDRVMARK
               END-READ
               IF (WS-MARK-STAT = 00) THEN
      * A mis-keyed line is counted and left out; its application
      * is rejected for want of a mark until the line is corrected.
                   IF RVMK-SUBJ-POS NOT NUMERIC
                           OR RVMK-MARKS NOT NUMERIC
                       ADD 1 TO WS-MK-BAD
                   ELSE
                       IF WS-MK-COUNT < WS-MK-MAX
                           ADD 1 TO WS-MK-COUNT
                           MOVE RVMK-STUD-ID
                               TO WS-MK-ID(WS-MK-COUNT)
                           MOVE RVMK-SUBJ-POS
                               TO WS-MK-SUBJ(WS-MK-COUNT)
                           MOVE RVMK-MARKS
                               TO WS-MK-MARKS(WS-MK-COUNT)
                           MOVE 'N' TO WS-MK-USED(WS-MK-COUNT)
                       ELSE
                           ADD 1 TO WS-MK-OVER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STDRVMARK.
       MARK-LOAD-EXIT.
           EXIT.
       APPLY-PARA.
           PERFORM UNTIL WS-APP-STAT NOT = 00
               READ STDRVAPP
               END-READ
               IF (WS-APP-STAT = 00) THEN
                   ADD 1 TO WS-APP-COUNT
                   PERFORM APPLY-APP-PARA
               END-IF
           END-PERFORM.
       APPLY-EXIT.
           EXIT.
       APPLY-APP-PARA.
      * The applications arrive in stud-id order, so a new stud-id is
      * the moment the previous student's revalued marksheet can be
      * cut.
           IF (SHEET-PENDING)
                   AND (RVAP-STUD-ID NOT = STUD-ID IN WS-SHEET-REC)
               PERFORM MARKSHEET-PARA
           END-IF
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-REASON
           MOVE ZERO   TO WS-ORIG-MARK
           MOVE ZERO   TO WS-SECOND-MARK
           MOVE ZERO   TO WS-ONFILE-MARK
           MOVE ZERO   TO WS-SUBJECT-MARK
           MOVE ZERO   TO WS-REFUND
           PERFORM EDIT-APP-PARA
           IF (WS-REASON = SPACES)
               PERFORM MARK-LOOKUP-PARA
           END-IF
           IF (WS-REASON = SPACES)
               PERFORM APPLY-MARK-PARA
           END-IF
           IF (WS-REASON NOT = SPACES)
               MOVE "REJECTED" TO WS-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           IF RVAP-FEE NUMERIC
               ADD RVAP-FEE TO WS-FEE-TOTAL
           END-IF
           ADD WS-REFUND TO WS-REFUND-TOTAL
           PERFORM REVAL-DETAIL-PARA
           MOVE RVAP-STUD-ID TO WS-PREV-ID
           IF RVAP-SUBJ-POS NUMERIC
               MOVE RVAP-SUBJ-POS TO WS-PREV-SUBJ
           END-IF.
       EDIT-APP-PARA.
      * The position byte is externally keyed, so it gets a NOT
      * NUMERIC edit before any numeric compare touches it.
           IF RVAP-SUBJ-POS NOT NUMERIC
                   OR (RVAP-SUBJ-POS < 1)
                   OR (RVAP-SUBJ-POS > WS-NUM-SUBJECTS)
               MOVE "R01-INVALID SUBJECT POSITION" TO WS-REASON
           ELSE
           IF RVAP-RECEIPT = SPACES
               MOVE "R02-RECEIPT NUMBER MISSING" TO WS-REASON
           ELSE
           IF RVAP-FEE NOT NUMERIC
               MOVE "R03-FEE NOT NUMERIC" TO WS-REASON
           ELSE
      * A paper is re-marked once per run; a second application for
      * it would be judged against a mark the first may have changed.
           IF (RVAP-STUD-ID = WS-PREV-ID)
                   AND (RVAP-SUBJ-POS = WS-PREV-SUBJ)
               MOVE "R04-DUPLICATE APPLICATION" TO WS-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
       MARK-LOOKUP-PARA.
           MOVE ZERO TO WS-MK-HIT
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MK-COUNT
                   OR WS-MK-HIT > 0
               IF WS-MK-ID(WS-MK-IDX) = RVAP-STUD-ID
                       AND WS-MK-SUBJ(WS-MK-IDX) = RVAP-SUBJ-POS
                   MOVE WS-MK-IDX TO WS-MK-HIT
               END-IF
           END-PERFORM
           IF WS-MK-HIT = ZERO
               MOVE "R05-NO SECOND-EXAMINER MARK" TO WS-REASON
           ELSE
               MOVE 'Y' TO WS-MK-USED(WS-MK-HIT)
               MOVE WS-MK-MARKS(WS-MK-HIT) TO WS-SECOND-MARK
      * For a two-component subject the re-marked script is the
      * external written paper, edited against the external maximum.
               IF SUBJ-HAS-COMPONENTS(RVAP-SUBJ-POS)
                   MOVE SUBJ-EXT-MAX(RVAP-SUBJ-POS) TO WS-MARK-MAX
               ELSE
                   MOVE SUBJ-MAX-MARKS(RVAP-SUBJ-POS) TO WS-MARK-MAX
               END-IF
               IF WS-SECOND-MARK > WS-MARK-MAX
                   MOVE "R06-SECOND MARK EXCEEDS MAXIMUM"
                       TO WS-REASON
               END-IF
           END-IF.
       APPLY-MARK-PARA.
           MOVE RVAP-STUD-ID TO STUD-ID IN STD-REC
           READ STDFILE
               INVALID KEY
                   MOVE "R07-STUDENT NOT FOUND" TO WS-REASON
           END-READ
           IF (WS-REASON = SPACES)
               MOVE STD-REC TO WS-BEFORE-IMAGE
               MOVE RVAP-SUBJ-POS TO WS-SUBJ-IDX
               IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                   MOVE STUD-SUBJ-EXT IN STD-REC (WS-SUBJ-IDX)
                       TO WS-ORIG-MARK
               ELSE
                   MOVE STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                       TO WS-ORIG-MARK
               END-IF
               MOVE WS-ORIG-MARK TO WS-ONFILE-MARK
               MOVE STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                   TO WS-SUBJECT-MARK
      * There is no script to re-mark for a paper not sat: absent,
      * exempt, or debarred for attendance.
               EVALUATE TRUE
                   WHEN SUBJ-ABSENT IN STD-REC (WS-SUBJ-IDX)
                       MOVE "R08-PAPER ABSENT, NOT REVALUED"
                           TO WS-REASON
                   WHEN SUBJ-EXEMPT IN STD-REC (WS-SUBJ-IDX)
                       MOVE "R09-PAPER EXEMPT, NOT REVALUED"
                           TO WS-REASON
                   WHEN SUBJ-DEBARRED IN STD-REC (WS-SUBJ-IDX)
                       MOVE "R10-PAPER DEBARRED, NOT REVALUED"
                           TO WS-REASON
      * A single-figure mark on file includes any grace, and the file
      * does not say how much, so there is no examiner's mark left to
      * set the second mark against. A two-component subject's grace
      * is on the subject mark; its external paper is still the
      * examiner's own and is revalued as usual.
                   WHEN SUBJ-GRACED IN STD-REC (WS-SUBJ-IDX)
                           AND NOT SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                       MOVE "R12-PAPER GRACED, NOT REVALUED"
                           TO WS-REASON
                   WHEN OTHER
                       PERFORM TOLERANCE-PARA
               END-EVALUATE
           END-IF.
       TOLERANCE-PARA.
      * The second mark stands only when it differs from the mark on
      * file by more than the tolerance, either way.
           COMPUTE WS-DIFFERENCE = WS-SECOND-MARK - WS-ORIG-MARK
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-DIFFERENCE = ZERO - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE > WS-TOLERANCE
               PERFORM CHANGE-MARK-PARA
           ELSE
               MOVE "UNCHANGED" TO WS-DISPOSITION
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.
       CHANGE-MARK-PARA.
           IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
               MOVE WS-SECOND-MARK
                   TO STUD-SUBJ-EXT IN STD-REC (WS-SUBJ-IDX)
           ELSE
               MOVE WS-SECOND-MARK
                   TO STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
           END-IF
           MOVE SPACE TO STUD-SUBJ-GRACE IN STD-REC (WS-SUBJ-IDX)
           CALL 'SUBJMARK' USING SUBJ-TABLE STD-REC
           REWRITE STD-REC
               INVALID KEY
                   MOVE "R11-REWRITE FAILED" TO WS-REASON
               NOT INVALID KEY
                   MOVE "CHANGED" TO WS-DISPOSITION
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE RVAP-FEE TO WS-REFUND
                   MOVE WS-SECOND-MARK TO WS-ONFILE-MARK
                   MOVE STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                       TO WS-SUBJECT-MARK
                   IF NOT SHEET-PENDING
                       MOVE SPACES TO WS-SHEET-REVAL-FLAGS
                   END-IF
                   MOVE STD-REC TO WS-SHEET-REC
                   MOVE 'R' TO WS-SHEET-REVAL(WS-SUBJ-IDX)
                   MOVE 'Y' TO WS-SHEET-PENDING
                   PERFORM JOURNAL-PARA
           END-REWRITE.
       JOURNAL-PARA.
      * One journal record per changed mark under the V action, with
      * the record as READ found it and as the REWRITE left it, so
      * STDJRPT lists the revaluation and STDRFWD replays it.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-OPERATOR     TO JRNL-OPERATOR
           MOVE 'V'             TO JRNL-ACTION
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE STD-REC         TO JRNL-AFTER
           IF (PUB-PERIOD-LOCKED)
               MOVE 'P'              TO JRNL-AMEND-FLAG
               MOVE PUB-AMEND-REASON TO JRNL-AMEND-REASON
               MOVE PUB-PERIOD       TO JRNL-PERIOD
           ELSE
               MOVE SPACES TO JRNL-AMENDMENT
           END-IF
           WRITE JRNL-REC
           IF (WS-JRNL-STAT NOT = 00) THEN
               DISPLAY "JOURNAL WRITE FAILED, STATUS-" WS-JRNL-STAT
           END-IF.
       REVAL-DETAIL-PARA.
           MOVE SPACES          TO WS-REVAL-DETAIL-LINE
           MOVE RVAP-STUD-ID    TO WS-RD-ID
           IF RVAP-SUBJ-POS NUMERIC
                   AND (RVAP-SUBJ-POS >= 1)
                   AND (RVAP-SUBJ-POS <= WS-NUM-SUBJECTS)
               MOVE SUBJ-NAME(RVAP-SUBJ-POS) TO WS-RD-SUBJ
           END-IF
           MOVE RVAP-RECEIPT    TO WS-RD-RECEIPT
           MOVE WS-ORIG-MARK    TO WS-RD-ORIG
           MOVE WS-SECOND-MARK  TO WS-RD-SECOND
           MOVE WS-ONFILE-MARK  TO WS-RD-ONFILE
           MOVE WS-SUBJECT-MARK TO WS-RD-MARK
           MOVE WS-DISPOSITION  TO WS-RD-DISP
           MOVE WS-REFUND       TO WS-RD-REFUND
           MOVE WS-REASON       TO WS-RD-REASON
           WRITE REVAL-RPT-LINE FROM WS-REVAL-DETAIL-LINE.
       UNUSED-MARK-PARA.
      * A second-examiner mark no application claimed is listed, so a
      * mis-keyed stud-id or subject on either file is caught.
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MK-COUNT
               IF WS-MK-USED(WS-MK-IDX) = 'N'
                   IF WS-MK-UNUSED = ZERO
                       MOVE SPACES TO REVAL-RPT-LINE
                       WRITE REVAL-RPT-LINE
                       WRITE REVAL-RPT-LINE FROM WS-UNUSED-HEAD-LINE
                   END-IF
                   ADD 1 TO WS-MK-UNUSED
                   MOVE SPACES TO WS-UNUSED-DETAIL-LINE
                   MOVE WS-MK-ID(WS-MK-IDX) TO WS-UD-ID
                   IF (WS-MK-SUBJ(WS-MK-IDX) >= 1)
                           AND (WS-MK-SUBJ(WS-MK-IDX) <=
                           WS-NUM-SUBJECTS)
                       MOVE SUBJ-NAME(WS-MK-SUBJ(WS-MK-IDX))
                           TO WS-UD-SUBJ
                   END-IF
                   MOVE WS-MK-MARKS(WS-MK-IDX) TO WS-UD-MARKS
                   WRITE REVAL-RPT-LINE FROM WS-UNUSED-DETAIL-LINE
               END-IF
           END-PERFORM.
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
               IF SUBJ-ATTEMPTED IN WS-SHEET-REC (WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       TO WS-STUD-TOTAL
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does.
                   IF SUBJ-ABSENT IN WS-SHEET-REC (WS-SUBJ-IDX)
                           OR SUBJ-DEBARRED IN WS-SHEET-REC
                               (WS-SUBJ-IDX)
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
       MARKSHEET-PARA.
           ADD 1 TO WS-SHEET-COUNT
           PERFORM STUDENT-TOTAL-PARA
           WRITE SHEET-LINE FROM WS-SHEET-RULE-LINE
           WRITE SHEET-LINE FROM WS-SHEET-STAMP-LINE
           MOVE STUD-NAME IN WS-SHEET-REC TO WS-SH-NAME
           MOVE STUD-ID IN WS-SHEET-REC   TO WS-SH-ID
           WRITE SHEET-LINE FROM WS-SHEET-HEAD-LINE
           MOVE 'N' TO WS-HAS-GRACE
           MOVE 'N' TO WS-HAS-EXTMIN
           MOVE 'N' TO WS-HAS-REVAL
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM SUBJECT-LINE-PARA
           END-PERFORM
           MOVE WS-STUD-TOTAL   TO WS-ST-TOTAL
           MOVE WS-STUD-AVERAGE TO WS-ST-AVG
      * The result is re-derived the way stdmarks and STDMSHEET
      * derive it, so a revaluation that lifts a paper over the line
      * shows here as the PASS it now is.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-ST-RESULT
           ELSE
               MOVE "FAIL" TO WS-ST-RESULT
           END-IF
           WRITE SHEET-LINE FROM WS-SHEET-TOTAL-LINE
           IF (SHEET-HAS-GRACE)
               WRITE SHEET-LINE FROM WS-SHEET-GRACE-LINE
           END-IF
           IF (SHEET-HAS-REVAL)
               WRITE SHEET-LINE FROM WS-SHEET-REVAL-LINE
           END-IF
           IF (SHEET-HAS-EXTMIN)
               WRITE SHEET-LINE FROM WS-SHEET-EXTMIN-LINE
           END-IF
           WRITE SHEET-LINE FROM WS-SHEET-RULE-LINE
           MOVE 'N' TO WS-SHEET-PENDING.
       SUBJECT-LINE-PARA.
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-SS-NAME
           MOVE STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
               TO WS-SS-MARK
           EVALUATE TRUE
               WHEN WS-SHEET-REVAL(WS-SUBJ-IDX) = 'R'
                   MOVE " R" TO WS-SS-GRACE
                   MOVE 'Y' TO WS-HAS-REVAL
               WHEN SUBJ-GRACED IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE " G" TO WS-SS-GRACE
                   MOVE 'Y' TO WS-HAS-GRACE
               WHEN OTHER
                   MOVE SPACES TO WS-SS-GRACE
           END-EVALUATE
           PERFORM GRADE-PARA
           MOVE WS-GRADE TO WS-SS-GRADE
           PERFORM COMPONENT-COLUMNS-PARA
           WRITE SHEET-LINE FROM WS-SHEET-SUBJ-LINE.
       COMPONENT-COLUMNS-PARA.
           MOVE SPACES TO WS-SS-COMPONENTS
           IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
               MOVE "INT-" TO WS-SS-INT-TAG
               MOVE STUD-SUBJ-INT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   TO WS-SS-INT
               MOVE "EXT-" TO WS-SS-EXT-TAG
               MOVE STUD-SUBJ-EXT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   TO WS-SS-EXT
               IF SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE " *" TO WS-SS-EXTMIN
                   MOVE 'Y' TO WS-HAS-EXTMIN
               END-IF
           END-IF.
       GRADE-PARA.
      * AB, EX and NE print in place of a letter grade, as
      * STDMSHEET's GRADE-PARA prints them.
           EVALUATE TRUE
               WHEN SUBJ-ABSENT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "AB" TO WS-GRADE
               WHEN SUBJ-EXEMPT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "EX" TO WS-GRADE
               WHEN SUBJ-DEBARRED IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "NE" TO WS-GRADE
               WHEN SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "F" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       >= WS-GRADE-A-MIN
                   MOVE "A" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       >= WS-GRADE-B-MIN
                   MOVE "B" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       >= WS-GRADE-C-MIN
                   MOVE "C" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       >= WS-GRADE-D-MIN
                   MOVE "D" TO WS-GRADE
               WHEN OTHER
                   MOVE "F" TO WS-GRADE
           END-EVALUATE.
       CONTROL-COUNT-PARA.
           MOVE SPACES TO REVAL-RPT-LINE
           WRITE REVAL-RPT-LINE
           MOVE "APPLICATIONS-"              TO WS-RC-LABEL
           MOVE WS-APP-COUNT                 TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "CHANGED-"                   TO WS-RC-LABEL
           MOVE WS-CHANGED-COUNT             TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "UNCHANGED-"                 TO WS-RC-LABEL
           MOVE WS-UNCHANGED-COUNT           TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "REJECTED-"                  TO WS-RC-LABEL
           MOVE WS-REJECT-COUNT              TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "MARKSHEETS-"                TO WS-RC-LABEL
           MOVE WS-SHEET-COUNT               TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "SECOND MARKS UNCLAIMED-"    TO WS-RC-LABEL
           MOVE WS-MK-UNUSED                 TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "SECOND MARKS NOT NUMERIC-"  TO WS-RC-LABEL
           MOVE WS-MK-BAD                    TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "SECOND MARKS PAST TABLE-"   TO WS-RC-LABEL
           MOVE WS-MK-OVER                   TO WS-RC-COUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-COUNT-LINE
           MOVE "FEES RECEIVED-"             TO WS-RA-LABEL
           MOVE WS-FEE-TOTAL                 TO WS-RA-AMOUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-AMOUNT-LINE
           MOVE "REFUNDS DUE-"               TO WS-RA-LABEL
           MOVE WS-REFUND-TOTAL              TO WS-RA-AMOUNT
           WRITE REVAL-RPT-LINE FROM WS-REVAL-AMOUNT-LINE.
       RUN-LOG-PARA.
      * As STDSUPP logs: written is the revalued marksheets, updated
      * the marks changed on STDFILE.
           MOVE "STDREVAL"       TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-APP-FILENAME) " "
               FUNCTION TRIM(WS-MARK-FILENAME) " "
               FUNCTION TRIM(WS-STD-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-APP-COUNT     TO RUN-READ
           MOVE WS-SHEET-COUNT   TO RUN-WRITTEN
           MOVE WS-REJECT-COUNT  TO RUN-REJECTED
           MOVE WS-CHANGED-COUNT TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDREVAL.
