           05 WS-MD-AVG     PIC ZZ9.99.
           05 FILLER        PIC X(22) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           CLOSE STDFILE
               DISPLAY "UNABLE TO OPEN STDMERIT, STATUS-"
                   WS-MERIT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * Two sorts over the same ranking population: totals
               DISPLAY "LIST LINES WRITTEN-" WS-LISTED-COUNT
               DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           MOVE SORT-TOTAL  TO WS-MD-TOTAL
           MOVE SORT-AVG    TO WS-MD-AVG
           WRITE MERIT-LINE FROM WS-MERIT-DETAIL-LINE.
       RUN-LOG-PARA.
      * Read is counted on the first of the two passes over STDFILE;
      * written is the merit list lines across both lists.
           MOVE "STDMERIT"       TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           ADD WS-STUD-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-LISTED-COUNT  TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDMERIT.
