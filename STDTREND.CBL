              10 WS-TV-VALUE    PIC ZZ9.99.
              10 FILLER         PIC X(5) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT STDHISTORY
           IF (WS-HIST-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDHIST, STATUS-" WS-HIST-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDTRENDRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDTREND, STATUS-" WS-RPT-STAT
               CLOSE STDHISTORY
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM READ-PARA THRU READ-EXIT
           CLOSE STDTRENDRPT
           DISPLAY "HISTORY RECORDS READ-" WS-READ-COUNT
           DISPLAY "TERMS REPORTED-" WS-TERM-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-HIST-FILENAME FROM ENVIRONMENT "STDHISTFILE"
               END-IF
           END-PERFORM
           WRITE TREND-LINE FROM WS-TREND-VALUE-LINE.
       RUN-LOG-PARA.
      * Written is the terms the trend report carries.
           MOVE "STDTREND"       TO RUN-PROGRAM
           MOVE WS-HIST-FILENAME TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-TERM-COUNT    TO RUN-WRITTEN
           MOVE ZERO             TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDTREND.
