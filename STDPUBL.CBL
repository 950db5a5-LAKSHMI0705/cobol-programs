      ******************************************************************
      * Author:
      * Date:
      * Purpose: Results publication step. Run once the exam period's
      *          results have gone out and STDEXTRACT.csv has been
      *          uploaded to the SIS: appends the period named by the
      *          EXAMPERIOD variable, with today's date and time and
      *          the publishing operator, to the publication control
      *          file (PUBCTLFILE variable, default STDPUBCTL.txt,
      *          STDPUB layout). From then on the period is locked --
      *          PUBCHECK answers it so to STDINQ, STDAPPLY, STDSUPP
      *          and STDREVAL, which then demand an amendment reason
      *          for every change and flag it on the journal as a
      *          post-publication amendment, while STDGRACE and
      *          STDELIG refuse to run on it at all -- and the stamp
      *          is where STDDELTA starts reading the journal for the
      *          SIS correction upload. EXAMPERIOD must be set: a
      *          lock on an unnamed period would lock nothing. A
      *          period already published is left as it was and the
      *          run ends with return code 4, so a second publish can
      *          never move the stamp forward past amendments already
      *          made. Only an EXAM-CONTROLLER on the operator master
      *          may publish.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDPUBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STDPUBCTL
           ASSIGN TO WS-PUBCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUBCTL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDPUBCTL.
           COPY STDPUB.

       WORKING-STORAGE SECTION.
       77 WS-PUBCTL-FILENAME PIC X(100).
       77 WS-PUBCTL-STAT    PIC 99.
       77 WS-EXAM-PERIOD    PIC X(8).

           COPY OPERWS.

           COPY PUBWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           ACCEPT WS-PUBCTL-FILENAME FROM ENVIRONMENT "PUBCTLFILE"
           IF (WS-PUBCTL-FILENAME = SPACES)
               MOVE "STDPUBCTL.txt" TO WS-PUBCTL-FILENAME
           END-IF
      * EXTEND, as the journal is: the control file keeps every
      * period ever published. Status 05 is the OPTIONAL file being
      * created by the first publication -- a good open.
           OPEN EXTEND STDPUBCTL
           IF (WS-PUBCTL-STAT NOT = 00) AND (WS-PUBCTL-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDPUBCTL, STATUS-"
                   WS-PUBCTL-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM PUBLISH-PARA
           CLOSE STDPUBCTL
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * Publishing locks a period against every correction program,
      * so it needs the same EXAM-CONTROLLER authority they do.
           MOVE "STDPUBL"         TO OPER-PROGRAM
           MOVE "PUBLISH"         TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-EXAM-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           IF (WS-EXAM-PERIOD = SPACES)
               DISPLAY "EXAMPERIOD NOT SET, NOTHING PUBLISHED"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
      * A lock with no stamp is PUBCHECK failing closed on a control
      * file it could not read; the open below would fail the same
      * way, so stop here with the reason already displayed.
           IF (PUB-PERIOD-LOCKED) AND (PUB-DATE = ZEROES)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           IF (PUB-PERIOD-LOCKED)
               DISPLAY "PERIOD " FUNCTION TRIM(WS-EXAM-PERIOD)
                   " ALREADY PUBLISHED " PUB-DATE " " PUB-TIME
                   " BY " PUB-OPERATOR
               MOVE 4 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF.
       PUBLISH-PARA.
           MOVE SPACES         TO PUBC-REC
           MOVE WS-EXAM-PERIOD TO PUBC-PERIOD
           ACCEPT PUBC-DATE FROM DATE YYYYMMDD
           ACCEPT PUBC-TIME FROM TIME
           MOVE OPER-OPERATOR  TO PUBC-OPERATOR
           WRITE PUBC-REC
           IF (WS-PUBCTL-STAT NOT = 00) THEN
               DISPLAY "PUBLICATION WRITE FAILED, STATUS-"
                   WS-PUBCTL-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PERIOD " FUNCTION TRIM(WS-EXAM-PERIOD)
                   " PUBLISHED " PUBC-DATE " " PUBC-TIME
                   " BY " PUBC-OPERATOR
           END-IF.
       RUN-LOG-PARA.
      * A publication is one control record, written only on a
      * clean run.
           MOVE "STDPUBL"        TO RUN-PROGRAM
           MOVE WS-PUBCTL-FILENAME TO RUN-INPUTS
           MOVE ZERO             TO RUN-READ
           IF (RETURN-CODE = ZERO)
               MOVE 1            TO RUN-WRITTEN
           ELSE
               MOVE ZERO         TO RUN-WRITTEN
           END-IF
           MOVE ZERO             TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDPUBL.
