      ******************************************************************
      * Author:
      * Date:
      * Purpose: Publication lock check, CALLed at start-up by every
      *          program that changes STDFILE (STDINQ, STDAPPLY,
      *          STDSUPP, STDGRACE, STDELIG, STDREVAL) and by the
      *          STDPUBL publish step and the STDDELTA delta extract.
      *          Takes the exam period from the EXAMPERIOD variable
      *          and looks it up on the publication control file
      *          (PUBCTLFILE variable, default STDPUBCTL.txt, STDPUB
      *          layout): a period with a line there has been
      *          published and is answered as locked, with its publish
      *          stamp and publishing operator. No control file means
      *          nothing has yet been published. The check fails
      *          closed, as OPERAUTH does: a control file that cannot
      *          be read answers locked, and a blank EXAMPERIOD is
      *          answered with the most recently published period, so
      *          leaving the variable unset cannot slip an unreasoned
      *          change past a published result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBCHECK IS INITIAL PROGRAM.
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
       77 WS-BLANK-PERIOD   PIC X    VALUE 'N'.
           88 PERIOD-NOT-GIVEN VALUE 'Y'.

       LINKAGE SECTION.
           COPY PUBWS.

       PROCEDURE DIVISION USING PUB-CHECK-AREA.
       MAIN-PROCEDURE.
           MOVE 'N'    TO PUB-LOCK-FLAG
           MOVE ZEROES TO PUB-DATE
           MOVE ZEROES TO PUB-TIME
           MOVE SPACES TO PUB-OPERATOR
           ACCEPT PUB-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           IF (PUB-PERIOD = SPACES)
               MOVE 'Y' TO WS-BLANK-PERIOD
           END-IF
           ACCEPT WS-PUBCTL-FILENAME FROM ENVIRONMENT "PUBCTLFILE"
           IF (WS-PUBCTL-FILENAME = SPACES)
               MOVE "STDPUBCTL.txt" TO WS-PUBCTL-FILENAME
           END-IF
      * Status 05 is the OPTIONAL control file not there yet: nothing
      * has been published, every period is open.
           OPEN INPUT STDPUBCTL
           IF (WS-PUBCTL-STAT NOT = 00) AND (WS-PUBCTL-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDPUBCTL "
                   FUNCTION TRIM(WS-PUBCTL-FILENAME)
                   " STATUS-" WS-PUBCTL-STAT
               DISPLAY "PERIOD TREATED AS PUBLISHED"
               MOVE 'Y' TO PUB-LOCK-FLAG
               GOBACK
           END-IF
           PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT
           CLOSE STDPUBCTL
           IF (PUB-PERIOD = SPACES)
               MOVE "UNKNOWN" TO PUB-PERIOD
           END-IF
           GOBACK.
       READ-CONTROL-PARA.
      * The first line for a period is its publication; STDPUBL never
      * writes a second, and one keyed in by hand cannot move the
      * stamp STDDELTA reads from. With no period given every line is
      * taken in turn, leaving the last one published.
           PERFORM UNTIL WS-PUBCTL-STAT NOT = 00
                   OR (PUB-PERIOD-LOCKED AND NOT PERIOD-NOT-GIVEN)
               READ STDPUBCTL
               END-READ
               IF (WS-PUBCTL-STAT = 00) THEN
                   IF (PERIOD-NOT-GIVEN)
                       OR (PUBC-PERIOD = PUB-PERIOD)
                       MOVE 'Y'           TO PUB-LOCK-FLAG
                       MOVE PUBC-PERIOD   TO PUB-PERIOD
                       MOVE PUBC-DATE     TO PUB-DATE
                       MOVE PUBC-TIME     TO PUB-TIME
                       MOVE PUBC-OPERATOR TO PUB-OPERATOR
                   END-IF
               END-IF
           END-PERFORM.
       READ-CONTROL-EXIT.
           EXIT.
       END PROGRAM PUBCHECK.
