       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-HAS-GRACE      PIC X.
           88 SHEET-HAS-GRACE VALUE 'Y'.
       77 WS-HAS-EXTMIN     PIC X.
           88 SHEET-HAS-EXTMIN VALUE 'Y'.

      * Grade bands: the minimum mark that earns each letter, checked
      * highest first; a mark below the D band is an F. The VALUE
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "MARKS-".
           05 WS-SS-MARK    PIC ZZ9.
           05 WS-SS-GRACE   PIC X(2).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "GRADE-".
           05 WS-SS-GRADE   PIC X(2).
           05 FILLER        PIC X(3)  VALUE SPACES.
      * Internal and external component marks, printed only for a
      * subject marked in two components; the MARKS- figure is then
      * the weighted result, and * flags an external mark below the
      * subject's external minimum.
           05 WS-SS-COMPONENTS.
              10 WS-SS-INT-TAG PIC X(4).
              10 WS-SS-INT     PIC ZZ9.
              10 FILLER        PIC X(2).
              10 WS-SS-EXT-TAG PIC X(4).
              10 WS-SS-EXT     PIC ZZ9.
              10 WS-SS-EXTMIN  PIC X(2).
           05 FILLER        PIC X(14) VALUE SPACES.

      * Printed under the totals of a sheet carrying any graced mark,
      * to explain the G beside it.
       01 WS-SHEET-GRACE-LINE.
           05 FILLER        PIC X(40)
                            VALUE "G - MARK INCLUDES GRACE".
           05 FILLER        PIC X(40) VALUE SPACES.

      * Printed under the totals of a sheet with any external mark
      * below its minimum, to explain the * beside it.
       01 WS-SHEET-EXTMIN-LINE.
           05 FILLER        PIC X(40)
                       VALUE "* EXTERNAL BELOW MINIMUM - PAPER FAILED".
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-SHEET-TOTAL-LINE.
           05 FILLER        PIC X(6)  VALUE "TOTAL-".
           05 WS-ST-RESULT  PIC X(4).
           05 FILLER        PIC X(39) VALUE SPACES.

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
           OPEN OUTPUT STDMARKSHEET
               DISPLAY "UNABLE TO OPEN STDMARKSHEET, STATUS-"
                   WS-SHEET-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM READ-PARA THRU READ-EXIT
           CLOSE STDMARKSHEET
           DISPLAY "MARKSHEETS WRITTEN-" WS-SHEET-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
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
           MOVE STUD-NAME  TO WS-SH-NAME
           MOVE STUD-ID    TO WS-SH-ID
           WRITE SHEET-LINE FROM WS-SHEET-HEAD-LINE
           MOVE 'N' TO WS-HAS-GRACE
           MOVE 'N' TO WS-HAS-EXTMIN
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM SUBJECT-LINE-PARA
      * average of the papers actually sat came to.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-ST-RESULT
           ELSE
               MOVE "FAIL" TO WS-ST-RESULT
           END-IF
           WRITE SHEET-LINE FROM WS-SHEET-TOTAL-LINE
           IF (SHEET-HAS-GRACE)
               WRITE SHEET-LINE FROM WS-SHEET-GRACE-LINE
           END-IF
           IF (SHEET-HAS-EXTMIN)
               WRITE SHEET-LINE FROM WS-SHEET-EXTMIN-LINE
           END-IF
           WRITE SHEET-LINE FROM WS-SHEET-RULE-LINE.
       SUBJECT-LINE-PARA.
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-SS-NAME
           MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-SS-MARK
           IF SUBJ-GRACED(WS-SUBJ-IDX)
               MOVE " G" TO WS-SS-GRACE
               MOVE 'Y' TO WS-HAS-GRACE
           ELSE
               MOVE SPACES TO WS-SS-GRACE
           END-IF
           PERFORM GRADE-PARA
           MOVE WS-GRADE TO WS-SS-GRADE
           PERFORM COMPONENT-COLUMNS-PARA
           WRITE SHEET-LINE FROM WS-SHEET-SUBJ-LINE.
       COMPONENT-COLUMNS-PARA.
           MOVE SPACES TO WS-SS-COMPONENTS
           IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
               MOVE "INT-" TO WS-SS-INT-TAG
               MOVE STUD-SUBJ-INT(WS-SUBJ-IDX) TO WS-SS-INT
               MOVE "EXT-" TO WS-SS-EXT-TAG
               MOVE STUD-SUBJ-EXT(WS-SUBJ-IDX) TO WS-SS-EXT
               IF SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                   MOVE " *" TO WS-SS-EXTMIN
                   MOVE 'Y' TO WS-HAS-EXTMIN
               END-IF
           END-IF.
       GRADE-PARA.
      * AB, EX and NE print in place of a letter grade -- a missed
      * paper must never read as a scored F, and a paper debarred for
      * attendance (NE, not eligible) is not an absence.
           EVALUATE TRUE
               WHEN SUBJ-ABSENT(WS-SUBJ-IDX)
                   MOVE "AB" TO WS-GRADE
               WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE "EX" TO WS-GRADE
               WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE "NE" TO WS-GRADE
      * A written paper below its external minimum is failed, however
      * the coursework lifted the weighted mark.
               WHEN SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX)
                   MOVE "F" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS(WS-SUBJ-IDX) >= WS-GRADE-A-MIN
                   MOVE "A" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS(WS-SUBJ-IDX) >= WS-GRADE-B-MIN
               WHEN OTHER
                   MOVE "F" TO WS-GRADE
           END-EVALUATE.
       RUN-LOG-PARA.
           MOVE "STDMSHEET"      TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           ADD WS-SHEET-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-SHEET-COUNT   TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDMSHEET.
