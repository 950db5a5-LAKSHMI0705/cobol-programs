           88 NAME-IS-VALID  VALUE 'Y'.
       77 WS-REASON         PIC X(30).
       77 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.

       01 WS-NAME-CHECK.
           05 WS-NC-CHAR         PIC X.
           05 FILLER             PIC X(8)  VALUE "REASON-".
           05 WS-EX-REASON       PIC X(30).

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
           OPEN OUTPUT NAMEEXCEPT
           CLOSE STDFILE
           CLOSE NAMEEXCEPT
           DISPLAY "NAME EXCEPTIONS WRITTEN-" WS-EXCEPTION-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           READ STDFILE NEXT RECORD
           END-READ
           IF (WS-STAT NOT = 10) THEN
               ADD 1 TO WS-READ-COUNT
               PERFORM VALIDATE-NAME-PARA
           END-IF
           END-PERFORM.
           MOVE STUD-NAME    TO WS-EX-NAME
           MOVE WS-REASON    TO WS-EX-REASON
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
       RUN-LOG-PARA.
      * Every name that fails the edit is both rejected and written
      * to the exception list.
           MOVE "TBLNAME"        TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-EXCEPTION-COUNT TO RUN-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM TBLNAME.
