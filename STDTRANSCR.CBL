       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 24 TIMES.
              10 WS-TE-PERIOD   PIC X(8).
              10 WS-TE-REC      PIC X(66).

       01 WS-TRANS-RULE-LINE.
           05 FILLER        PIC X(44) VALUE ALL "-".
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "MARKS-".
           05 WS-TS-MARK    PIC X(3).
           05 WS-TS-GRACE   PIC X(2).
           05 FILLER        PIC X(44) VALUE SPACES.

       01 WS-TRANS-TOTAL-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
                   MOVE "AB " TO WS-TS-MARK
               WHEN ARCH-SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE "EX " TO WS-TS-MARK
               WHEN ARCH-SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE "NE " TO WS-TS-MARK
               WHEN OTHER
                   MOVE ARCH-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-MARK-EDIT
                   MOVE WS-MARK-EDIT TO WS-TS-MARK
           END-EVALUATE
      * A mark the term published with grace in it says so.
           IF ARCH-SUBJ-GRACED(WS-SUBJ-IDX)
               MOVE " G" TO WS-TS-GRACE
           ELSE
               MOVE SPACES TO WS-TS-GRACE
           END-IF
           WRITE TRANSCRIPT-LINE FROM WS-TRANS-SUBJ-LINE.
       END PROGRAM STDTRANSCR.
