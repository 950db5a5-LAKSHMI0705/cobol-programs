           05 FILLER           PIC X     VALUE "%".
           05 FILLER           PIC X(50) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           ELSE
               DISPLAY "UNABLE TO OPEN SECTION LIST " WS-LIST-FILENAME
                   " STATUS-" WS-LIST-STAT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE SECTION-LIST
           CLOSE CONSOLREPORT
           DISPLAY "GRAND MALES-" WS-G-MALES
                   " GRAND FEMALES-" WS-G-FEMALES
           DISPLAY "GRAND INVALID GENDER RECORDS-" WS-G-INVALID
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-LIST-FILENAME FROM ENVIRONMENT "SECTIONLIST"
           MOVE SPACES           TO WS-GRAND-STATS-LINE-3
           MOVE WS-G-PASS-RATE   TO WS-GS3-PASSRATE
           WRITE CONSOL-LINE FROM WS-GRAND-STATS-LINE-3.
       RUN-LOG-PARA.
      * Each section list line is one section file consolidated; the
      * students written are the grand totals the report carries,
      * rejected the records with an invalid gender.
           MOVE "STDDRIVER"      TO RUN-PROGRAM
           MOVE WS-LIST-FILENAME TO RUN-INPUTS
           MOVE WS-SECTION-COUNT TO RUN-READ
           MOVE WS-G-TOTAL-STUDENTS TO RUN-WRITTEN
           MOVE WS-G-INVALID     TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDDRIVER.
