           05 WS-ARL-VERDICT PIC X(14).
           05 FILLER        PIC X(84) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
                   FUNCTION TRIM(WS-EXT-FILENAME)
                   " STATUS-" WS-EXT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN INPUT STDACKIN
                   " STATUS-" WS-ACK-STAT
               CLOSE STDEXTRACT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDACKRPT
               CLOSE STDEXTRACT
               CLOSE STDACKIN
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDRESEND
               CLOSE STDACKIN
               CLOSE STDACKRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM RESEND-HEADER-PARA
           ELSE
               DISPLAY "ACK IN BALANCE"
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-EXT-FILENAME FROM ENVIRONMENT "STDEXTRACTFILE"
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE ACK-RPT-LINE FROM WS-ACK-RULE-LINE.
       RUN-LOG-PARA.
      * Read is the SIS acknowledgment lines; rejected is the rows the
      * SIS rejected, and written the rows queued to resend.
           MOVE "STDACK"         TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-EXT-FILENAME) " "
               FUNCTION TRIM(WS-ACK-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-ACK-COUNT     TO RUN-READ
           MOVE WS-RESEND-COUNT  TO RUN-WRITTEN
           MOVE WS-REJECT-COUNT  TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDACK.
