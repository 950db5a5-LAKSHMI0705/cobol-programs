      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-publication delta extract for the SIS. Once an
      *          exam period's results are published (STDPUBL) and
      *          STDEXTRACT.csv uploaded, any later change to them is
      *          a journalled amendment carrying its reason (STDINQ,
      *          STDAPPLY, STDSUPP, STDREVAL). This run reads
      *          STDJRNL.txt forward from the period's publish stamp,
      *          picks out the amendments flagged against the period
      *          and writes only the students they touched, with the
      *          figures the last amendment left them with, to the
      *          delta extract (STDDELTAFILE variable, default
      *          STDDELTA.csv) in the same H/D/T envelope and D row
      *          layout as STDEXTRACT -- a small correction upload
      *          in place of a full re-send. A student withdrawn after
      *          publication, or whose amended record now fails the
      *          stdmarks reject rules, is not sent; the registrar is
      *          told instead. The registrar's list (STDAMENDRPT.txt)
      *          gives every amended student, each amendment with its
      *          date, time, operator, action and reason, and the
      *          average and PASS/FAIL as published against as they
      *          now stand, so every result changed after publication
      *          is accounted for. The period is the one EXAMPERIOD
      *          names (the latest published when it is not set, as
      *          PUBCHECK answers it); a period not yet published has
      *          no delta and ends the run with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDDELTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STDJOURNAL
           ASSIGN TO 'STDJRNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.

           SELECT STDDELTA
           ASSIGN TO WS-DELTA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STAT.

           SELECT STDAMENDRPT
           ASSIGN TO 'STDAMENDRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT SORTWORK
           ASSIGN TO 'STDDELTA.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD STDJOURNAL.
           COPY STDJRNL.

       FD STDDELTA.
       01 DELTA-LINE        PIC X(120).

       FD STDAMENDRPT.
       01 AMEND-LINE        PIC X(132).

      * One amendment per sort record, in student then journal order,
      * so each student's amendments come back together and in the
      * order they were made.
       SD SORTWORK.
       01 SORT-REC.
           05 SORT-ID           PIC X(12).
           05 SORT-SEQ          PIC 9(6).
           05 SORT-DATE         PIC 9(8).
           05 SORT-TIME         PIC 9(8).
           05 SORT-OPERATOR     PIC X(8).
           05 SORT-ACTION       PIC X.
           05 SORT-REASON       PIC X(2).
           05 SORT-BEFORE       PIC X(93).
           05 SORT-AFTER        PIC X(93).

       WORKING-STORAGE SECTION.
       77 WS-DELTA-FILENAME PIC X(100).
       77 WS-JRNL-STAT      PIC 99.
       77 WS-DELTA-STAT     PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-PASSING-CUTOFF PIC 999  VALUE 35.
       77 WS-CUTOFF-TEXT    PIC X(10).
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-RESULT         PIC X(4).
       77 WS-RECORD-OK      PIC X.
           88 RECORD-CLEAN   VALUE 'Y'.
       77 WS-SORT-EOF       PIC X    VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       77 WS-CUR-ID         PIC X(12) VALUE SPACES.
       77 WS-FIRST-BEFORE   PIC X(93).
       77 WS-LAST-AFTER     PIC X(93).
       77 WS-JRNL-READ      PIC 9(6) VALUE ZERO.
       77 WS-AMEND-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-STUDENT-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-ROW-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-CHANGED-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-PUB-AVERAGE    PIC 999V99.
       77 WS-PUB-RESULT     PIC X(14).
       77 WS-NOW-RESULT     PIC X(14).
       01 WS-MARK-DISPLAYS.
           05 WS-MARK-DISPLAY OCCURS 5 TIMES
                                PIC ZZ9.
      * The mark columns exactly as STDEXTRACT fills them: the trimmed
      * mark for a paper sat, AB / EX / NE for one absent, exempt or
      * not eligible.
       01 WS-MARK-TEXTS.
           05 WS-MARK-TEXT    OCCURS 5 TIMES
                                PIC X(3).
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-TOTAL-DISPLAY  PIC ZZZ9.
       77 WS-AVG-DISPLAY    PIC ZZ9.99.
       77 WS-COUNT-DISPLAY  PIC ZZZZZ9.

       01 WS-STUDENT-TOTALS.
           05 WS-STUD-TOTAL     PIC 9999.
           05 WS-STUD-AVERAGE   PIC 999V99.

       01 WS-EXTRACT-REC    PIC X(120).

      * Work area for picking a journalled image apart, as STDRFWD's
      * is: the published figures come from the first amendment's
      * before image, the figures sent from the last one's after
      * image.
           COPY STDREC.

      * Subject maximums from the subject master (SUBJLOAD): an
      * amended record stdmarks would reject must not be uploaded.
           COPY SUBJWS.

      * The period and its publish stamp (PUBCHECK).
           COPY PUBWS.

       01 WS-AMEND-TITLE-LINE.
           05 FILLER        PIC X(36)
                            VALUE "RESULTS AMENDED AFTER PUBLICATION".
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-AT-PERIOD  PIC X(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "PUBLISHED-".
           05 WS-AT-DATE    PIC 9(8).
           05 FILLER        PIC X     VALUE "/".
           05 WS-AT-TIME    PIC 9(8).
           05 FILLER        PIC X(4)  VALUE " BY ".
           05 WS-AT-OPERATOR PIC X(8).
           05 FILLER        PIC X(36) VALUE SPACES.

       01 WS-AMEND-COLUMN-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 FILLER        PIC X(19) VALUE "AMENDED".
           05 FILLER        PIC X(10) VALUE "OPERATOR".
           05 FILLER        PIC X(14) VALUE "ACTION".
           05 FILLER        PIC X(33) VALUE "REASON".
           05 FILLER        PIC X(50) VALUE SPACES.

       01 WS-AMEND-STUDENT-LINE.
           05 WS-AS-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AS-NAME    PIC X(20).
           05 FILLER        PIC X(98) VALUE SPACES.

       01 WS-AMEND-ENTRY-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 WS-AE-DATE    PIC 9(8).
           05 FILLER        PIC X     VALUE "/".
           05 WS-AE-TIME    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AE-OPERATOR PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AE-ACTION  PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AE-REASON  PIC X(2).
           05 FILLER        PIC X     VALUE SPACES.
           05 WS-AE-REASON-TEXT PIC X(30).
           05 FILLER        PIC X(50) VALUE SPACES.

      * Published against now-standing figures, with what the delta
      * extract did about the student.
       01 WS-AMEND-OUTCOME-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "PUBLISHED-".
           05 WS-AO-PUB-FIGS.
              10 WS-AO-PUB-AVG  PIC ZZ9.99.
              10 FILLER         PIC X.
              10 WS-AO-PUB-RESULT PIC X(14).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(5)  VALUE "NOW-".
           05 WS-AO-NOW-FIGS.
              10 WS-AO-NOW-AVG  PIC ZZ9.99.
              10 FILLER         PIC X.
              10 WS-AO-NOW-RESULT PIC X(14).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-AO-CHANGE  PIC X(14).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(5)  VALUE "SIS-".
           05 WS-AO-DISP    PIC X(30).
           05 FILLER        PIC X(10) VALUE SPACES.

       01 WS-AMEND-NONE-LINE.
           05 FILLER        PIC X(44)
                       VALUE "NO RESULT AMENDED SINCE PUBLICATION".
           05 FILLER        PIC X(88) VALUE SPACES.

       01 WS-AMEND-COUNT-LINE.
           05 WS-AC-LABEL   PIC X(30).
           05 WS-AC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(96) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
      * Status 05 is the OPTIONAL journal not there at all: nothing
      * has been changed, so the delta is an empty envelope.
           OPEN INPUT STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) AND (WS-JRNL-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDDELTA
           IF (WS-DELTA-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDDELTA, STATUS-"
                   WS-DELTA-STAT
               CLOSE STDJOURNAL
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDAMENDRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDAMENDRPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDJOURNAL
               CLOSE STDDELTA
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM HEADER-PARA
           SORT SORTWORK
               ON ASCENDING KEY SORT-ID
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS SELECT-PARA THRU SELECT-EXIT
               OUTPUT PROCEDURE IS DELTA-PARA THRU DELTA-EXIT
           PERFORM TRAILER-PARA
           PERFORM CONTROL-COUNT-PARA
           CLOSE STDJOURNAL
           CLOSE STDDELTA
           CLOSE STDAMENDRPT
           DISPLAY "JOURNAL RECORDS READ-" WS-JRNL-READ
           DISPLAY "AMENDMENTS SINCE PUBLICATION-" WS-AMEND-COUNT
           DISPLAY "STUDENTS AMENDED-" WS-STUDENT-COUNT
           DISPLAY "ROWS EXTRACTED-" WS-ROW-COUNT
           DISPLAY "WITHDRAWN, NOT SENT-" WS-WITHDRAWN-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-DELTA-FILENAME FROM ENVIRONMENT "STDDELTAFILE"
           IF (WS-DELTA-FILENAME = SPACES)
               MOVE "STDDELTA.csv" TO WS-DELTA-FILENAME
           END-IF
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "PASSCUTOFF"
           IF (WS-CUTOFF-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT)
                   TO WS-PASSING-CUTOFF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBJLOAD' USING SUBJ-TABLE
      * No publication, no stamp to read from: a delta against an
      * unpublished period would be every correction ever made. A
      * lock with no stamp is PUBCHECK failing closed on a control
      * file it could not read, and is no better.
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
           IF (NOT PUB-PERIOD-LOCKED)
               DISPLAY "PERIOD " FUNCTION TRIM(PUB-PERIOD)
                   " NOT PUBLISHED, NO DELTA EXTRACT"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           IF (PUB-DATE = ZEROES)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF.
       HEADER-PARA.
           MOVE SPACES TO WS-EXTRACT-REC
           STRING "H,STDDELTA," WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-EXTRACT-REC
           WRITE DELTA-LINE FROM WS-EXTRACT-REC
           MOVE PUB-PERIOD   TO WS-AT-PERIOD
           MOVE PUB-DATE     TO WS-AT-DATE
           MOVE PUB-TIME     TO WS-AT-TIME
           MOVE PUB-OPERATOR TO WS-AT-OPERATOR
           WRITE AMEND-LINE FROM WS-AMEND-TITLE-LINE
           WRITE AMEND-LINE FROM WS-AMEND-COLUMN-LINE
           MOVE SPACES TO AMEND-LINE
           WRITE AMEND-LINE.
       SELECT-PARA.
      * Forward from the publish stamp, STDRFWD's test, taking only
      * what was flagged as an amendment to this period: an entry
      * for another period, or made before the lock, is not this
      * delta's business.
           PERFORM UNTIL WS-JRNL-STAT NOT = 00
               READ STDJOURNAL
               END-READ
               IF (WS-JRNL-STAT = 00) THEN
                   ADD 1 TO WS-JRNL-READ
                   IF (JRNL-POST-PUBLICATION)
                           AND (JRNL-PERIOD = PUB-PERIOD)
                           AND ((JRNL-DATE > PUB-DATE)
                           OR (JRNL-DATE = PUB-DATE
                           AND JRNL-TIME >= PUB-TIME))
                       PERFORM RELEASE-PARA
                   END-IF
               END-IF
           END-PERFORM.
       SELECT-EXIT.
           EXIT.
       RELEASE-PARA.
      * The key of a delete comes from its before image, everything
      * else's from the after image.
           ADD 1 TO WS-AMEND-COUNT
           IF (JRNL-AFTER = SPACES)
               MOVE JRNL-BEFORE TO STD-REC
           ELSE
               MOVE JRNL-AFTER  TO STD-REC
           END-IF
           MOVE STUD-ID           TO SORT-ID
           MOVE WS-JRNL-READ      TO SORT-SEQ
           MOVE JRNL-DATE         TO SORT-DATE
           MOVE JRNL-TIME         TO SORT-TIME
           MOVE JRNL-OPERATOR     TO SORT-OPERATOR
           MOVE JRNL-ACTION       TO SORT-ACTION
           MOVE JRNL-AMEND-REASON TO SORT-REASON
           MOVE JRNL-BEFORE       TO SORT-BEFORE
           MOVE JRNL-AFTER        TO SORT-AFTER
           RELEASE SORT-REC.
       DELTA-PARA.
      * Control break on student: the first amendment's before image
      * is the record as published, the last one's after image the
      * record as it now stands.
           MOVE SPACES TO WS-CUR-ID
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF (NOT SORT-EOF)
                   IF (SORT-ID NOT = WS-CUR-ID)
                       IF (WS-CUR-ID NOT = SPACES)
                           PERFORM STUDENT-END-PARA
                       END-IF
                       PERFORM STUDENT-HEAD-PARA
                   END-IF
                   PERFORM ENTRY-PARA
               END-IF
           END-PERFORM
           IF (WS-CUR-ID NOT = SPACES)
               PERFORM STUDENT-END-PARA
           ELSE
               WRITE AMEND-LINE FROM WS-AMEND-NONE-LINE
           END-IF.
       DELTA-EXIT.
           EXIT.
       STUDENT-HEAD-PARA.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE SORT-ID     TO WS-CUR-ID
           MOVE SORT-BEFORE TO WS-FIRST-BEFORE
           IF (SORT-AFTER = SPACES)
               MOVE SORT-BEFORE TO STD-REC
           ELSE
               MOVE SORT-AFTER  TO STD-REC
           END-IF
           MOVE SPACES    TO WS-AMEND-STUDENT-LINE
           MOVE STUD-ID   TO WS-AS-ID
           MOVE STUD-NAME TO WS-AS-NAME
           WRITE AMEND-LINE FROM WS-AMEND-STUDENT-LINE.
       ENTRY-PARA.
           MOVE SORT-AFTER    TO WS-LAST-AFTER
           MOVE SORT-DATE     TO WS-AE-DATE
           MOVE SORT-TIME     TO WS-AE-TIME
           MOVE SORT-OPERATOR TO WS-AE-OPERATOR
           MOVE SORT-REASON   TO WS-AE-REASON
           EVALUATE SORT-ACTION
               WHEN 'A'
                   MOVE "ADD"         TO WS-AE-ACTION
               WHEN 'U'
                   MOVE "UPDATE"      TO WS-AE-ACTION
               WHEN 'D'
                   MOVE "DELETE"      TO WS-AE-ACTION
               WHEN 'V'
                   MOVE "REVALUATION" TO WS-AE-ACTION
               WHEN OTHER
                   MOVE SORT-ACTION   TO WS-AE-ACTION
           END-EVALUATE
           EVALUATE SORT-REASON
               WHEN "TE"
                   MOVE "TRANSCRIPTION ERROR" TO WS-AE-REASON-TEXT
               WHEN "TO"
                   MOVE "TOTALLING ERROR" TO WS-AE-REASON-TEXT
               WHEN "OM"
                   MOVE "OMITTED MARK" TO WS-AE-REASON-TEXT
               WHEN "AT"
                   MOVE "ATTENDANCE CORRECTED" TO WS-AE-REASON-TEXT
               WHEN "RS"
                   MOVE "SUPPLEMENTARY RESULT" TO WS-AE-REASON-TEXT
               WHEN "RV"
                   MOVE "REVALUATION RESULT" TO WS-AE-REASON-TEXT
               WHEN "UO"
                   MOVE "UNIVERSITY ORDER" TO WS-AE-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE" TO WS-AE-REASON-TEXT
           END-EVALUATE
           WRITE AMEND-LINE FROM WS-AMEND-ENTRY-LINE.
       STUDENT-END-PARA.
      * The figures as published: none for a student added after
      * publication, and none for one the published extract left out
      * under the reject rules.
           MOVE SPACES TO WS-AO-PUB-FIGS
           MOVE ZERO   TO WS-PUB-AVERAGE
           IF (WS-FIRST-BEFORE = SPACES)
               MOVE "NOT PUBLISHED" TO WS-PUB-RESULT
           ELSE
               MOVE WS-FIRST-BEFORE TO STD-REC
               PERFORM SCREEN-PARA
               IF (RECORD-CLEAN)
                   PERFORM STUDENT-TOTAL-PARA
                   PERFORM RESULT-PARA
                   MOVE WS-STUD-AVERAGE TO WS-PUB-AVERAGE
                   MOVE WS-STUD-AVERAGE TO WS-AO-PUB-AVG
                   MOVE WS-RESULT       TO WS-PUB-RESULT
               ELSE
                   MOVE "NOT ON EXTRACT" TO WS-PUB-RESULT
               END-IF
           END-IF
           MOVE WS-PUB-RESULT TO WS-AO-PUB-RESULT
      * The figures as they now stand, and what goes to the SIS.
           MOVE SPACES TO WS-AO-NOW-FIGS
           IF (WS-LAST-AFTER = SPACES)
               MOVE "WITHDRAWN" TO WS-NOW-RESULT
               IF (WS-FIRST-BEFORE = SPACES)
                   MOVE "NOT SENT - NEVER PUBLISHED" TO WS-AO-DISP
               ELSE
                   MOVE "WITHDRAWN - NOTIFY SIS" TO WS-AO-DISP
                   ADD 1 TO WS-WITHDRAWN-COUNT
               END-IF
           ELSE
               MOVE WS-LAST-AFTER TO STD-REC
               PERFORM SCREEN-PARA
               IF (RECORD-CLEAN)
                   PERFORM STUDENT-TOTAL-PARA
                   PERFORM RESULT-PARA
                   PERFORM DETAIL-PARA
                   MOVE WS-STUD-AVERAGE TO WS-AO-NOW-AVG
                   MOVE WS-RESULT       TO WS-NOW-RESULT
                   MOVE "SENT ON DELTA EXTRACT" TO WS-AO-DISP
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE "NOT ON EXTRACT" TO WS-NOW-RESULT
                   MOVE "NOT SENT - FAILS REJECT RULES"
                       TO WS-AO-DISP
               END-IF
           END-IF
           MOVE WS-NOW-RESULT TO WS-AO-NOW-RESULT
      * A changed PASS/FAIL is what the registrar must act on; a
      * changed mark the SIS simply takes.
           IF (WS-NOW-RESULT NOT = WS-PUB-RESULT)
               MOVE "RESULT CHANGED" TO WS-AO-CHANGE
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               IF (WS-LAST-AFTER NOT = SPACES) AND (RECORD-CLEAN)
                       AND (WS-STUD-AVERAGE NOT = WS-PUB-AVERAGE)
                   MOVE "MARKS CHANGED" TO WS-AO-CHANGE
               ELSE
                   MOVE SPACES TO WS-AO-CHANGE
               END-IF
           END-IF
           WRITE AMEND-LINE FROM WS-AMEND-OUTCOME-LINE
           MOVE SPACES TO AMEND-LINE
           WRITE AMEND-LINE.
       SCREEN-PARA.
      * STDEXTRACT's screen: a record stdmarks would reject is not
      * uploaded, amended or not.
           MOVE 'Y' TO WS-RECORD-OK
           IF (NOT VALIDG)
               MOVE 'N' TO WS-RECORD-OK
           ELSE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                   IF STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                           > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
                   IF NOT SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
               END-PERFORM
           END-IF.
       STUDENT-TOTAL-PARA.
      * Total and average over the papers actually sat, as STDEXTRACT
      * computes them; an absent, exempt or debarred paper neither
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
      * An absent paper fails the student outright, whatever the
      * average of the papers actually sat came to.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-RESULT
           ELSE
               MOVE "FAIL" TO WS-RESULT
           END-IF.
       DETAIL-PARA.
      * The D row exactly as STDEXTRACT writes it, so the SIS loads
      * the correction with the same mapping as the full upload.
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-STUD-TOTAL   TO WS-TOTAL-DISPLAY
           MOVE WS-STUD-AVERAGE TO WS-AVG-DISPLAY
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM MARK-COLUMN-PARA
           END-PERFORM
           MOVE SPACES TO WS-EXTRACT-REC
           STRING "D,"
               STUD-ID ","
               FUNCTION TRIM(STUD-NAME) ","
               STUD-GENDER ","
               FUNCTION TRIM(WS-MARK-TEXT(1)) ","
               FUNCTION TRIM(WS-MARK-TEXT(2)) ","
               FUNCTION TRIM(WS-MARK-TEXT(3)) ","
               FUNCTION TRIM(WS-MARK-TEXT(4)) ","
               FUNCTION TRIM(WS-MARK-TEXT(5)) ","
               FUNCTION TRIM(WS-TOTAL-DISPLAY) ","
               FUNCTION TRIM(WS-AVG-DISPLAY) ","
               WS-RESULT
               DELIMITED BY SIZE INTO WS-EXTRACT-REC
           WRITE DELTA-LINE FROM WS-EXTRACT-REC.
       MARK-COLUMN-PARA.
           EVALUATE TRUE
               WHEN SUBJ-ABSENT(WS-SUBJ-IDX)
                   MOVE "AB " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE "EX " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE "NE " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN OTHER
                   MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                       TO WS-MARK-DISPLAY(WS-SUBJ-IDX)
                   MOVE WS-MARK-DISPLAY(WS-SUBJ-IDX)
                       TO WS-MARK-TEXT(WS-SUBJ-IDX)
           END-EVALUATE.
       TRAILER-PARA.
           MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-EXTRACT-REC
           STRING "T," FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-EXTRACT-REC
           WRITE DELTA-LINE FROM WS-EXTRACT-REC.
       CONTROL-COUNT-PARA.
           MOVE "JOURNAL RECORDS READ-"   TO WS-AC-LABEL
           MOVE WS-JRNL-READ              TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "AMENDMENTS SELECTED-"    TO WS-AC-LABEL
           MOVE WS-AMEND-COUNT            TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "STUDENTS AMENDED-"       TO WS-AC-LABEL
           MOVE WS-STUDENT-COUNT          TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "RESULTS CHANGED-"        TO WS-AC-LABEL
           MOVE WS-CHANGED-COUNT          TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "ROWS SENT ON DELTA-"     TO WS-AC-LABEL
           MOVE WS-ROW-COUNT              TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "WITHDRAWN, NOT SENT-"    TO WS-AC-LABEL
           MOVE WS-WITHDRAWN-COUNT        TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE
           MOVE "REJECT RULES, NOT SENT-" TO WS-AC-LABEL
           MOVE WS-SKIP-COUNT             TO WS-AC-COUNT
           WRITE AMEND-LINE FROM WS-AMEND-COUNT-LINE.
       RUN-LOG-PARA.
           MOVE "STDDELTA"       TO RUN-PROGRAM
           MOVE "STDJRNL.txt"    TO RUN-INPUTS
           MOVE WS-JRNL-READ     TO RUN-READ
           MOVE WS-ROW-COUNT     TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDDELTA.
