              10 WS-ST-END-TIME  PIC 9(8).
              10 WS-ST-RC        PIC 9(4).

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
               DISPLAY "CHAIN COMPLETE - ALL " WS-NUM-STEPS " STEPS"
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-PREFIX FROM ENVIRONMENT "CHAINPREFIX"
               END-PERFORM
               CLOSE STDCHAINCTL
           END-IF.
       RUN-LOG-PARA.
      * Each step logs its own run; the chain's record says how far
      * the night got: steps DONE, and the step that failed, if any.
           MOVE "STDCHAIN"       TO RUN-PROGRAM
           MOVE "STDCHAINCTL.txt" TO RUN-INPUTS
           MOVE WS-CTL-READ      TO RUN-READ
           MOVE ZERO             TO RUN-WRITTEN
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-NUM-STEPS
               IF STEP-DONE(WS-CTL-IDX)
                   ADD 1 TO RUN-WRITTEN
               END-IF
           END-PERFORM
           IF (CHAIN-STOPPED)
               MOVE 1            TO RUN-REJECTED
           ELSE
               MOVE ZERO         TO RUN-REJECTED
           END-IF
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDCHAIN.
