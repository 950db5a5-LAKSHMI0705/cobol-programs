      *          band -- graded through the same GRADEA/GRADEB/GRADEC/
      *          GRADED band values STDMSHEET's GRADE-PARA uses, so
      *          the counts always reconcile to the marksheets, with
      *          absent, exempt and not-eligible (debarred for
      *          attendance) papers counted in their own AB, EX and NE
      *          columns rather than as scored F's -- and prints
      *          each subject's row (named from the SUBJMAST subject
      *          master) plus the section's histogram across all
      *          subjects to STDGRDIST.txt, instead of someone
       77 WS-RPT-STAT       PIC 99.
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-NUM-BANDS      PIC 9    VALUE 8.
       77 WS-BAND-IDX       PIC 9.
       77 WS-STUD-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
      * rows, and the reject-rule screen below needs the maximums.
           COPY SUBJWS.

      * Band positions 1-8 are A B C D F AB EX NE throughout.
       01 WS-DIST-TABLE.
           05 WS-DT-SECT-ENTRY OCCURS 50 TIMES.
              10 WS-DT-SECTION   PIC X(3).
              10 WS-DT-SUBJ-ENTRY OCCURS 5 TIMES.
                 15 WS-DT-BAND   OCCURS 8 TIMES
                                 PIC 9(5).

       01 WS-GRDIST-SECT-LINE.
           05 FILLER        PIC X(7)  VALUE "F".
           05 FILLER        PIC X(7)  VALUE "AB".
           05 FILLER        PIC X(7)  VALUE "EX".
           05 FILLER        PIC X(7)  VALUE "NE".
           05 FILLER        PIC X(2)  VALUE SPACES.

       01 WS-GRDIST-ROW-LINE.
           05 WS-GR-NAME    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-GR-COL     OCCURS 8 TIMES.
              10 WS-GR-COUNT   PIC ZZZZ9.
              10 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(2)  VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDGRDISTRPT
               DISPLAY "UNABLE TO OPEN STDGRDIST, STATUS-"
                   WS-RPT-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM READ-PARA THRU READ-EXIT
               DISPLAY "SECTION TABLE FULL, STUDENTS NOT TALLIED-"
                   WS-SECT-OVER
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
               END-IF
           END-IF.
       GRADE-BAND-PARA.
      * Band positions 1-8 are A B C D F AB EX NE, judged exactly as
      * STDMSHEET's GRADE-PARA judges the marksheet grade.
           EVALUATE TRUE
               WHEN SUBJ-ABSENT(WS-SUBJ-IDX)
                   MOVE 6 TO WS-BAND-IDX
               WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE 7 TO WS-BAND-IDX
               WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE 8 TO WS-BAND-IDX
               WHEN STUD-SUBJ-MARKS(WS-SUBJ-IDX) >= WS-GRADE-A-MIN
                   MOVE 1 TO WS-BAND-IDX
               WHEN STUD-SUBJ-MARKS(WS-SUBJ-IDX) >= WS-GRADE-B-MIN
               MOVE WS-HIST-COUNT TO WS-GR-COUNT(WS-BAND-IDX)
           END-PERFORM
           WRITE GRDIST-LINE FROM WS-GRDIST-ROW-LINE.
       RUN-LOG-PARA.
           MOVE "STDGRDIST"      TO RUN-PROGRAM
           MOVE WS-STD-FILENAME  TO RUN-INPUTS
           ADD WS-STUD-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-STUD-COUNT    TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDGRDIST.
