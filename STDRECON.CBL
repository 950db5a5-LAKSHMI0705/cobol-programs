           05 WS-RN-TEXT    PIC X(46).
           05 FILLER        PIC X(34) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
               DISPLAY "UNABLE TO OPEN STDRECON, STATUS-"
                   WS-RECON-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM COUNT-FLAT-PARA
           ELSE
               DISPLAY "CHAIN IN BALANCE"
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-FLAT-FILENAME FROM ENVIRONMENT "STDLOADFILE"
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE RECON-LINE FROM WS-RECON-RULE-LINE.
       RUN-LOG-PARA.
      * The figures that move night to night: the records on STDFILE
      * and the chain's rejects. The recon writes only its report.
           MOVE "STDRECON"       TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-FLAT-FILENAME) " "
               FUNCTION TRIM(WS-STD-FILENAME)
               " STDLOADCTL.txt STDREPORT.txt STDREJECT.txt"
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-FILE-COUNT    TO RUN-READ
           MOVE ZERO             TO RUN-WRITTEN
           MOVE WS-REJECT-COUNT  TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDRECON.
