      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suite run log writer, CALLed by every batch program as
      *          the last thing before it stops -- on a normal end and
      *          on every failure exit -- with its RUNWS run statistics
      *          area. Stamps the run with today's date and time and
      *          the OPERID sign-on variable and appends one STDRLOG
      *          record to the run log (RUNLOGFILE variable, default
      *          STDRUNLOG.txt), where STDRUNRPT reads it back for the
      *          daily operations summary. A log that cannot be
      *          written is reported on the console but never fails
      *          the run: the caller's return code is handed back
      *          unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STDRUNLOG
           ASSIGN TO WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDRUNLOG.
           COPY STDRLOG.

       WORKING-STORAGE SECTION.
       77 WS-RUNLOG-FILENAME PIC X(100).
       77 WS-RUNLOG-STAT    PIC 99.

       LINKAGE SECTION.
           COPY RUNWS.

       PROCEDURE DIVISION USING RUN-LOG-AREA.
       MAIN-PROCEDURE.
           ACCEPT WS-RUNLOG-FILENAME FROM ENVIRONMENT "RUNLOGFILE"
           IF (WS-RUNLOG-FILENAME = SPACES)
               MOVE "STDRUNLOG.txt" TO WS-RUNLOG-FILENAME
           END-IF
      * EXTEND, as the journal and security log are: the log keeps
      * every run. Status 05 is the OPTIONAL log being created by the
      * first run -- a good open.
           OPEN EXTEND STDRUNLOG
           IF (WS-RUNLOG-STAT NOT = 00) AND (WS-RUNLOG-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDRUNLOG, STATUS-"
                   WS-RUNLOG-STAT
           ELSE
               MOVE SPACES TO RLOG-REC
               MOVE RUN-PROGRAM  TO RLOG-PROGRAM
               ACCEPT RLOG-DATE FROM DATE YYYYMMDD
               ACCEPT RLOG-TIME FROM TIME
               ACCEPT RLOG-OPERATOR FROM ENVIRONMENT "OPERID"
               MOVE RUN-READ     TO RLOG-READ
               MOVE RUN-WRITTEN  TO RLOG-WRITTEN
               MOVE RUN-REJECTED TO RLOG-REJECTED
               MOVE RUN-UPDATED  TO RLOG-UPDATED
               MOVE RUN-RC       TO RLOG-RC
               MOVE RUN-INPUTS   TO RLOG-INPUTS
               WRITE RLOG-REC
               IF (WS-RUNLOG-STAT NOT = 00) THEN
                   DISPLAY "RUN LOG WRITE FAILED, STATUS-"
                       WS-RUNLOG-STAT
               END-IF
               CLOSE STDRUNLOG
           END-IF
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
       END PROGRAM RUNLOG.
