      *          not an error: unfilled positions keep the ordinal
      *          SUBJECT-n name and a 999 maximum, which is exactly
      *          the suite's behaviour before the master existed, and
      *          the loaded flag tells the caller which it got. A
      *          subject whose line carries both component maximums
      *          and weights summing to 100 is flagged as marked in
      *          internal and external components; a line without
      *          them, or with weights that do not add up, leaves the
      *          subject a single-figure one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           STRING "SUBJECT-" WS-FILL-IDX
               DELIMITED BY SIZE INTO SUBJ-NAME(WS-FILL-IDX)
           MOVE 999 TO SUBJ-MAX-MARKS(WS-FILL-IDX)
           MOVE 035 TO SUBJ-PASS-MARKS(WS-FILL-IDX)
           MOVE 'N' TO SUBJ-COMPONENT-FLAG(WS-FILL-IDX)
           MOVE ZERO TO SUBJ-INT-MAX(WS-FILL-IDX)
           MOVE ZERO TO SUBJ-EXT-MAX(WS-FILL-IDX)
           MOVE ZERO TO SUBJ-INT-WEIGHT(WS-FILL-IDX)
           MOVE ZERO TO SUBJ-EXT-WEIGHT(WS-FILL-IDX)
           MOVE ZERO TO SUBJ-EXT-MIN(WS-FILL-IDX).
       READ-MASTER-PARA.
           PERFORM UNTIL WS-MAST-STAT NOT = 00
                   OR WS-SUBJ-IDX >= WS-NUM-SUBJECTS
           END-IF
           IF SUBJ-REC-PASS IS NUMERIC
               MOVE SUBJ-REC-PASS TO SUBJ-PASS-MARKS(WS-SUBJ-IDX)
           END-IF
           IF SUBJ-REC-INT-MAX IS NUMERIC AND SUBJ-REC-INT-MAX > 0
                   AND SUBJ-REC-EXT-MAX IS NUMERIC
                   AND SUBJ-REC-EXT-MAX > 0
                   AND SUBJ-REC-INT-WEIGHT IS NUMERIC
                   AND SUBJ-REC-EXT-WEIGHT IS NUMERIC
               IF SUBJ-REC-INT-WEIGHT + SUBJ-REC-EXT-WEIGHT = 100
                   PERFORM FILL-COMPONENTS-PARA
               ELSE
                   DISPLAY "SUBJECT " SUBJ-REC-CODE
                       " COMPONENT WEIGHTS DO NOT SUM TO 100, IGNORED"
               END-IF
           END-IF.
       FILL-COMPONENTS-PARA.
           MOVE 'Y' TO SUBJ-COMPONENT-FLAG(WS-SUBJ-IDX)
           MOVE SUBJ-REC-INT-MAX    TO SUBJ-INT-MAX(WS-SUBJ-IDX)
           MOVE SUBJ-REC-EXT-MAX    TO SUBJ-EXT-MAX(WS-SUBJ-IDX)
           MOVE SUBJ-REC-INT-WEIGHT TO SUBJ-INT-WEIGHT(WS-SUBJ-IDX)
           MOVE SUBJ-REC-EXT-WEIGHT TO SUBJ-EXT-WEIGHT(WS-SUBJ-IDX)
      * No external minimum keyed means none is enforced.
           IF SUBJ-REC-EXT-MIN IS NUMERIC
               MOVE SUBJ-REC-EXT-MIN TO SUBJ-EXT-MIN(WS-SUBJ-IDX)
           END-IF.
       END PROGRAM SUBJLOAD.
