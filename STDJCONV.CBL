      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-off journal cutover. STD-REC has grown twice by
      *          fields added at its end -- the grace indicators, then
      *          the internal/external components and their minimum
      *          flags -- and each time the before and after images
      *          in STDJRNL widened with it, so journal lines written
      *          under an older layout hold their after image (and,
      *          under the newest, the amendment group) at the wrong
      *          offsets for STDJRPT, STDRFWD and STDDELTA. This run
      *          re-lays such a journal at the current offsets. The
      *          old journal is renamed to STDJRNL.old (JRNLOLDFILE
      *          variable) before the upgraded programs first run, and
      *          this run writes a new STDJRNL.txt from it. JRNLOLDWIDTH
      *          gives the old image width: 53 (the original layout,
      *          the default) or 58 (grace indicators, no components).
      *          Each image is rebuilt as a current STD-REC: the old
      *          bytes land where they always were and the fields
      *          added since start as a new record's do -- no grace,
      *          zero components, no minimum flag -- while an image
      *          that was spaces (BEFORE on an add, AFTER on a delete)
      *          stays spaces; the amendment group is spaces, as for
      *          any change made before publication. A line with data
      *          past its two old images is not in the layout given
      *          and is not written; any such line ends the run with
      *          RETURN-CODE 8, STDJRNL.old to be kept. The run refuses
      *          to start over a STDJRNL.txt that already holds entries,
      *          so a journal already in the current layout is never
      *          overwritten. Only an EXAM-CONTROLLER may run it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDJCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDJRNLOLD
           ASSIGN TO WS-OLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STAT.

           SELECT OPTIONAL STDJOURNAL
           ASSIGN TO 'STDJRNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDJRNLOLD.
      * Wide enough for the widest old layout: the 25-byte stamp and
      * two 58-byte images.
       01 OLD-LINE.
           05 OLD-STAMP         PIC X(25).
           05 OLD-IMAGES        PIC X(116).

       FD STDJOURNAL.
           COPY STDJRNL.

       WORKING-STORAGE SECTION.
       77 WS-OLD-FILENAME   PIC X(100).
       77 WS-OLD-STAT       PIC 99.
       77 WS-JRNL-STAT      PIC 99.
       77 WS-WIDTH-TEXT     PIC X(10).
       77 WS-OLD-WIDTH      PIC 99   VALUE 53.
       77 WS-AFTER-START    PIC 999.
       77 WS-TAIL-START     PIC 999.
       77 WS-TAIL-LENGTH    PIC 999.
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-CONV-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-BAD-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-OLD-IMAGE      PIC X(58).

      * The image being rebuilt: a new record's defaults, then the old
      * bytes laid over its front.
           COPY STDREC REPLACING ==STD-REC== BY ==WS-CONV-IMAGE==.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
      * Status 05 is no current journal at all -- the expected case.
      * One that opens and yields an entry has been written since the
      * upgrade, or converted already, and is left alone.
           OPEN INPUT STDJOURNAL
           IF (WS-JRNL-STAT = 00) THEN
               READ STDJOURNAL
               END-READ
               IF (WS-JRNL-STAT = 00) THEN
                   DISPLAY "STDJRNL.txt ALREADY HOLDS ENTRIES - "
                       "NOTHING CONVERTED"
                   CLOSE STDJOURNAL
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUN-LOG-PARA
                   STOP RUN
               END-IF
           END-IF
           CLOSE STDJOURNAL
           OPEN INPUT STDJRNLOLD
           IF (WS-OLD-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN OLD JOURNAL "
                   FUNCTION TRIM(WS-OLD-FILENAME)
                   " STATUS-" WS-OLD-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) AND (WS-JRNL-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               CLOSE STDJRNLOLD
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM CONVERT-PARA THRU CONVERT-EXIT
           CLOSE STDJRNLOLD
           CLOSE STDJOURNAL
           DISPLAY "OLD JOURNAL LINES READ-" WS-READ-COUNT
           DISPLAY "LINES CONVERTED-" WS-CONV-COUNT
           IF WS-BAD-COUNT > 0
               DISPLAY "LINES NOT IN THE OLD LAYOUT, NOT WRITTEN-"
                   WS-BAD-COUNT
               DISPLAY "KEEP " FUNCTION TRIM(WS-OLD-FILENAME)
                   " - CHECK JRNLOLDWIDTH"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * Rewriting the audit trail is an exam controller's job; a
      * refused operator has been logged by OPERAUTH and the run
      * stops before anything is opened.
           MOVE "STDJCONV"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-OLD-FILENAME FROM ENVIRONMENT "JRNLOLDFILE"
           IF (WS-OLD-FILENAME = SPACES)
               MOVE "STDJRNL.old" TO WS-OLD-FILENAME
           END-IF
           ACCEPT WS-WIDTH-TEXT FROM ENVIRONMENT "JRNLOLDWIDTH"
           IF (WS-WIDTH-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-WIDTH-TEXT) TO WS-OLD-WIDTH
           END-IF
           IF (WS-OLD-WIDTH NOT = 53) AND (WS-OLD-WIDTH NOT = 58)
               DISPLAY "JRNLOLDWIDTH MUST BE 53 OR 58"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           COMPUTE WS-AFTER-START = WS-OLD-WIDTH + 1
           COMPUTE WS-TAIL-START = WS-OLD-WIDTH * 2 + 1
           COMPUTE WS-TAIL-LENGTH = 116 - WS-OLD-WIDTH * 2.
       CONVERT-PARA.
           PERFORM UNTIL WS-OLD-STAT NOT = 00
               READ STDJRNLOLD
               END-READ
               IF (WS-OLD-STAT = 00) THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CONVERT-LINE-PARA
               END-IF
           END-PERFORM.
       CONVERT-EXIT.
           EXIT.
       CONVERT-LINE-PARA.
      * The narrow layout leaves bytes past its two images that only
      * a wider line can fill; under the 58 layout the record itself
      * is the check, as any longer line is cut at 141.
           IF (WS-TAIL-LENGTH > 0)
                   AND (OLD-IMAGES(WS-TAIL-START:WS-TAIL-LENGTH)
                       NOT = SPACES)
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "NOT OLD LAYOUT, LINE-" WS-READ-COUNT
           ELSE
               MOVE SPACES    TO JRNL-REC
               MOVE OLD-STAMP TO JRNL-REC(1:25)
               MOVE OLD-IMAGES(1:WS-OLD-WIDTH) TO WS-OLD-IMAGE
               PERFORM REBUILD-IMAGE-PARA
               MOVE WS-CONV-IMAGE TO JRNL-BEFORE
               IF (WS-OLD-IMAGE = SPACES)
                   MOVE SPACES TO JRNL-BEFORE
               END-IF
               MOVE OLD-IMAGES(WS-AFTER-START:WS-OLD-WIDTH)
                   TO WS-OLD-IMAGE
               PERFORM REBUILD-IMAGE-PARA
               MOVE WS-CONV-IMAGE TO JRNL-AFTER
               IF (WS-OLD-IMAGE = SPACES)
                   MOVE SPACES TO JRNL-AFTER
               END-IF
               MOVE SPACES TO JRNL-AMENDMENT
               WRITE JRNL-REC
               IF (WS-JRNL-STAT NOT = 00) THEN
                   DISPLAY "JOURNAL WRITE FAILED, STATUS-"
                       WS-JRNL-STAT
                   ADD 1 TO WS-BAD-COUNT
               ELSE
                   ADD 1 TO WS-CONV-COUNT
               END-IF
           END-IF.
       REBUILD-IMAGE-PARA.
           INITIALIZE WS-CONV-IMAGE
           MOVE WS-OLD-IMAGE(1:WS-OLD-WIDTH)
               TO WS-CONV-IMAGE(1:WS-OLD-WIDTH).
       RUN-LOG-PARA.
           MOVE "STDJCONV"       TO RUN-PROGRAM
           MOVE WS-OLD-FILENAME  TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-CONV-COUNT    TO RUN-WRITTEN
           MOVE WS-BAD-COUNT     TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDJCONV.
