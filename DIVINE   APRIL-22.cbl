           05 CKPT-SUBJ-TOTALS    OCCURS 5 TIMES PIC 9(8).
           05 CKPT-SUBJ-ATTCOUNTS OCCURS 5 TIMES PIC 9(6).
           05 CKPT-ABSENTEES      PIC 9(5).
           05 CKPT-DEBARRED       PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-PASS-RATE      PIC 999V99 VALUE ZERO.
       77 WS-TOTAL-PASS     PIC 9(6)   VALUE ZERO.
       77 WS-ABSENTEE-COUNT PIC 9(5)   VALUE ZERO.
       77 WS-DEBARRED-COUNT PIC 9(5)   VALUE ZERO.
       77 WS-ATTEMPTED-COUNT PIC 9     VALUE ZERO.
       77 WS-HAS-ABSENT     PIC X      VALUE 'N'.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
      * Debarred for attendance: not eligible to sit, which fails the
      * student but is counted apart from the absentees.
       77 WS-NOT-ELIGIBLE   PIC X      VALUE 'N'.
           88 STUDENT-NOT-ELIGIBLE VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X      VALUE 'N'.
           88 STUDENT-EXT-SHORT VALUE 'Y'.

       77 WS-REJECT-REASON  PIC X(34).

           05 WS-AT-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X(64) VALUE SPACES.

       01 WS-DEBAR-TRAILER-LINE.
           05 FILLER           PIC X(23)
                                VALUE "NOT ELIGIBLE, DEBARRED-".
           05 WS-DT-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X(52) VALUE SPACES.

       01 WS-REJECT-REC-LINE.
           05 WS-R-ID       PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 WS-R-REASON   PIC X(34).

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
      * A genuine restart (WS-RESTART-COUNT > 0, i.e. a prior run left
      * a checkpoint past record 1) must EXTEND the report/reject files
                   " LOW-" WS-FEMALE-LOW " AVG-" WS-FEMALE-AVG
           DISPLAY "OVERALL PASS RATE-" WS-PASS-RATE "%"
           DISPLAY "ABSENTEES-" WS-ABSENTEE-COUNT
           DISPLAY "NOT ELIGIBLE, DEBARRED-" WS-DEBARRED-COUNT
             PERFORM RUN-LOG-PARA
             STOP RUN.
       INIT-PARA.
      * STDFILE's location is no longer a path baked into the source --
                               TO WS-CLASS-SUBJ-ATT(WS-SUBJ-IDX)
                       END-PERFORM
                       MOVE CKPT-ABSENTEES    TO WS-ABSENTEE-COUNT
      * A checkpoint written before the debarred count was carried
      * has no figure there; the count restarts from zero.
                       IF CKPT-DEBARRED NUMERIC
                           MOVE CKPT-DEBARRED TO WS-DEBARRED-COUNT
                       ELSE
                           MOVE ZERO          TO WS-DEBARRED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STDCHECKPOINT
                   TO CKPT-SUBJ-ATTCOUNTS(WS-SUBJ-IDX)
           END-PERFORM
           MOVE WS-ABSENTEE-COUNT TO CKPT-ABSENTEES
           MOVE WS-DEBARRED-COUNT TO CKPT-DEBARRED
           WRITE CKPT-LINE.
       COMPUTE-PARA.
           MOVE SPACES TO WS-REJECT-REASON
               IF (STUDENT-HAS-ABSENT)
                   ADD 1 TO WS-ABSENTEE-COUNT
               END-IF
               IF (STUDENT-NOT-ELIGIBLE)
                   ADD 1 TO WS-DEBARRED-COUNT
               END-IF
             IF (STUD-GENDER = 'M') THEN
               ADD 1 TO WS-MALES
               MOVE WS-MTMARKS              TO WS-MMARKS
               MOVE WS-STUD-TOTAL           TO WS-SMARKS
               ADD WS-SMARKS TO WS-MMARKS
                   GIVING WS-MTMARKS
      * An absent or debarred paper fails the student outright,
      * whatever the average of the papers actually sat came to.
               IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                       AND NOT STUDENT-HAS-ABSENT
                       AND NOT STUDENT-NOT-ELIGIBLE
                       AND NOT STUDENT-EXT-SHORT
                   ADD 1 TO WS-MALES-PASS
               ELSE
                   ADD 1 TO WS-MALES-FAIL
                   GIVING WS-FTMARKS
               IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                       AND NOT STUDENT-HAS-ABSENT
                       AND NOT STUDENT-NOT-ELIGIBLE
                       AND NOT STUDENT-EXT-SHORT
                   ADD 1 TO WS-FEMALES-PASS
               ELSE
                   ADD 1 TO WS-FEMALES-FAIL
           END-IF.
       ARCHIVE-PARA.
      * One permanent archive line per clean student: the term's
      * marks, attendance, grace indicators, total, average and
      * result as published, keyed by stud-id and exam period for
      * STDTRANSCR to read back. The archive never blocks the run --
      * a student whose line will not write is reported and the
      * class report goes on.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-NOT-ELIGIBLE
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-ARCH-RESULT
           ELSE
               MOVE "FAIL" TO WS-ARCH-RESULT
                   TO ARCH-SUBJ-MARKS(WS-SUBJ-IDX)
               MOVE STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
                   TO ARCH-SUBJ-ATTEND(WS-SUBJ-IDX)
               MOVE STUD-SUBJ-GRACE(WS-SUBJ-IDX)
                   TO ARCH-SUBJ-GRACE(WS-SUBJ-IDX)
           END-PERFORM
           MOVE WS-STUD-TOTAL   TO ARCH-TOTAL
           MOVE WS-STUD-AVERAGE TO ARCH-AVG
           MOVE ZERO TO WS-STUD-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-COUNT
           MOVE 'N'  TO WS-HAS-ABSENT
           MOVE 'N'  TO WS-NOT-ELIGIBLE
           MOVE 'N'  TO WS-EXT-SHORT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                       TO WS-CLASS-SUBJ-TOTAL(WS-SUBJ-IDX)
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
                   ADD 1 TO WS-CLASS-SUBJ-ATT(WS-SUBJ-IDX)
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does, but the student is counted as not eligible,
      * not as an absentee.
                   IF SUBJ-ABSENT(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-HAS-ABSENT
                   END-IF
                   IF SUBJ-DEBARRED(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-NOT-ELIGIBLE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ATTEMPTED-COUNT > 0
           END-PERFORM
           PERFORM PASSFAIL-TRAILER-PARA
           PERFORM ABSENT-TRAILER-PARA
           PERFORM DEBAR-TRAILER-PARA
           PERFORM STATS-TRAILER-PARA.
       ABSENT-TRAILER-PARA.
           MOVE WS-ABSENTEE-COUNT TO WS-AT-COUNT
           WRITE REPORT-LINE FROM WS-ABSENT-TRAILER-LINE.
       DEBAR-TRAILER-PARA.
           MOVE WS-DEBARRED-COUNT TO WS-DT-COUNT
           WRITE REPORT-LINE FROM WS-DEBAR-TRAILER-LINE.
       STATS-TRAILER-PARA.
           IF WS-MALES > 0
               DIVIDE WS-MTMARKS BY WS-MALES
      * executes and the control file is left intact for a real restart.
           OPEN OUTPUT STDCHECKPOINT
           CLOSE STDCHECKPOINT.
       RUN-LOG-PARA.
      * A restarted run's counts pick up from the checkpoint, so the
      * run log carries the whole term's figures either way: every
      * record read is either reported or rejected.
           MOVE "stdmarks"       TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           MOVE WS-RECORD-COUNT  TO RUN-READ
           ADD WS-MALES WS-FEMALES GIVING RUN-WRITTEN
           COMPUTE RUN-REJECTED = WS-RECORD-COUNT - RUN-WRITTEN
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM stdmarks.
