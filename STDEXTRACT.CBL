       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-TOTAL-DISPLAY  PIC ZZZ9.
       77 WS-AVG-DISPLAY    PIC ZZ9.99.
       77 WS-COUNT-DISPLAY  PIC ZZZZZ9.
      * stdmarks rejects for an over-max mark must not be uploaded.
           COPY SUBJWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDEXTRACT
               DISPLAY "UNABLE TO OPEN STDEXTRACT, STATUS-"
                   WS-EXT-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM HEADER-PARA
           CLOSE STDEXTRACT
           DISPLAY "ROWS EXTRACTED-" WS-ROW-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
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
      * average of the papers actually sat came to.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-RESULT
           ELSE
               MOVE "FAIL" TO WS-RESULT
                   MOVE "AB " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE "EX " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE "NE " TO WS-MARK-TEXT(WS-SUBJ-IDX)
               WHEN OTHER
                   MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                       TO WS-MARK-DISPLAY(WS-SUBJ-IDX)
           STRING "T," FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-EXTRACT-REC
           WRITE EXTRACT-LINE FROM WS-EXTRACT-REC.
       RUN-LOG-PARA.
           MOVE "STDEXTRACT"     TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           ADD WS-ROW-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-ROW-COUNT     TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDEXTRACT.
