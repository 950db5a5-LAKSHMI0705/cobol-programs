              10 WS-GE-TIME     PIC 9(8).
              10 WS-GE-NAME     PIC X(80).

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
           OPEN OUTPUT STDUNLOAD
                   " STATUS-" WS-UNLOAD-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNLOAD-PARA THRU UNLOAD-EXIT
                   " WRITE STATUS-" WS-UNLOAD-STAT
               PERFORM DELETE-PARTIAL-PARA
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM RETAIN-PARA
           DISPLAY "RECORDS UNLOADED-" WS-UNLOAD-COUNT
           DISPLAY "UNLOAD GENERATION-" WS-NEW-GEN " "
               FUNCTION TRIM(WS-UNLOAD-FILENAME)
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
               END-PERFORM
               CLOSE STDUNLOADCTL
           END-IF.
       RUN-LOG-PARA.
           MOVE "STDUNLOAD"      TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           MOVE WS-UNLOAD-COUNT  TO RUN-READ
           MOVE WS-UNLOAD-COUNT  TO RUN-WRITTEN
           MOVE ZERO             TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDUNLOAD.
