           05 WS-JI-NAME    PIC X(20).
           05 FILLER        PIC X(10) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDJRNLRPT
               DISPLAY "UNABLE TO OPEN STDJRNLRPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDJOURNAL
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM READ-PARA THRU READ-EXIT
           CLOSE STDJRNLRPT
           DISPLAY "JOURNAL RECORDS READ-" WS-READ-COUNT
           DISPLAY "JOURNAL RECORDS LISTED-" WS-LISTED-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * JRNLSELID carries the full twelve-byte year/section/serial
           END-PERFORM
           MOVE STUD-NAME     TO WS-JI-NAME
           WRITE RPT-LINE FROM WS-JR-IMAGE-LINE.
       RUN-LOG-PARA.
      * Records outside the selection are read but not listed; they
      * are not rejects.
           MOVE "STDJRPT"        TO RUN-PROGRAM
           MOVE "STDJRNL.txt"    TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-LISTED-COUNT  TO RUN-WRITTEN
           MOVE ZERO             TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDJRPT.
