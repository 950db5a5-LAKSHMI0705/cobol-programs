           05 WS-RC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(50) VALUE SPACES.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
               DISPLAY "UNABLE TO OPEN STDRFWDRPT, STATUS-"
                   WS-RPT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE WS-UNLOAD-GEN  TO WS-RH-GEN
               DISPLAY "REPLAYS FAILED-" WS-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STDKSDS.dat" TO WS-STD-FILENAME
           END-IF
      * A recovery rebuilds the live file and replays the journal onto
      * it, so it needs the EXAM-CONTROLLER role as STDPROMO does; a
      * refused run stops here, before anything is opened.
           MOVE "STDRFWD"         TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF.
       READ-CONTROL-PARA.
      * The newest generation is the first control line, the order
               DISPLAY "UNABLE TO OPEN STDUNLOADCTL, STATUS-"
                   WS-CTL-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           READ STDUNLOADCTL
               DISPLAY "STDUNLOADCTL EMPTY - NO GENERATION TO RELOAD"
               CLOSE STDUNLOADCTL
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE UCTL-GEN  TO WS-UNLOAD-GEN
                   FUNCTION TRIM(WS-UNLOAD-FILENAME)
                   " STATUS-" WS-UNLOAD-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDFILE
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE STDUNLOAD
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-UNLOAD-STAT NOT = 00
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO REOPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN INPUT STDJOURNAL
           EVALUATE TRUE
               WHEN JRNL-ADD
                   PERFORM REPLAY-ADD-PARA
      * A grace award, an eligibility change or a revaluation is
      * replayed exactly as an update: the after image carries the
      * marks or the attendance indicators as the run left them.
               WHEN JRNL-UPDATE
               WHEN JRNL-GRACE
               WHEN JRNL-ELIGIBILITY
               WHEN JRNL-REVALUATION
                   PERFORM REPLAY-UPDATE-PARA
               WHEN JRNL-DELETE
                   PERFORM REPLAY-DELETE-PARA
           MOVE "REPLAYS FAILED-"       TO WS-RC-LABEL
           MOVE WS-FAILED-COUNT         TO WS-RC-COUNT
           WRITE RFWD-RPT-LINE FROM WS-RFWD-COUNT-LINE.
       RUN-LOG-PARA.
      * Read is the unload records and journal entries together;
      * written is the rebuilt STDFILE, updated the replays that
      * landed on it.
           MOVE "STDRFWD"        TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-UNLOAD-FILENAME) " STDJRNL.txt"
               DELIMITED BY SIZE INTO RUN-INPUTS
           ADD WS-RELOAD-COUNT WS-JRNL-READ GIVING RUN-READ
           MOVE WS-RELOAD-COUNT  TO RUN-WRITTEN
           MOVE WS-FAILED-COUNT  TO RUN-REJECTED
           COMPUTE RUN-UPDATED = WS-REPLAY-COUNT - WS-FAILED-COUNT
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDRFWD.
