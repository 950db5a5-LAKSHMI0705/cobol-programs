       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-FILENAME        PIC X(100).
               ADD WS-STUD-TOTAL TO WS-MTMARKS
               IF WS-STUD-AVERAGE >= LK-PASS-CUTOFF
                       AND NOT STUDENT-HAS-ABSENT
                       AND NOT STUDENT-EXT-SHORT
                   ADD 1 TO WS-MALES-PASS
               ELSE
                   ADD 1 TO WS-MALES-FAIL
               ADD WS-STUD-TOTAL TO WS-FTMARKS
               IF WS-STUD-AVERAGE >= LK-PASS-CUTOFF
                       AND NOT STUDENT-HAS-ABSENT
                       AND NOT STUDENT-EXT-SHORT
                   ADD 1 TO WS-FEMALES-PASS
               ELSE
                   ADD 1 TO WS-FEMALES-FAIL
           MOVE ZERO TO WS-STUD-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-COUNT
           MOVE 'N'  TO WS-HAS-ABSENT
           MOVE 'N'  TO WS-EXT-SHORT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-STUD-TOTAL
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does.
                   IF SUBJ-ABSENT(WS-SUBJ-IDX)
                           OR SUBJ-DEBARRED(WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-HAS-ABSENT
                   END-IF
               END-IF
