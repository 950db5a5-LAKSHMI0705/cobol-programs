      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weighted subject mark derivation, CALLed by every
      *          program that enters or corrects marks (STDLOAD,
      *          STDAPPLY, STDINQ, STDSUPP) once the caller's STD-REC
      *          holds the keyed figures. For each subject the subject
      *          master marks in internal and external components,
      *          the subject mark is worked out from the two: each
      *          component's share of its own maximum, weighted by
      *          the subject's weights, and scaled to the subject
      *          maximum, rounded to a whole mark. An external mark
      *          below the subject's external minimum sets the
      *          paper's STUD-SUBJ-EXTMIN indicator, so strong
      *          coursework cannot carry a failed written paper. A
      *          paper not sat scores nothing. A paper carrying grace
      *          keeps the mark on file -- grace was awarded on top of
      *          the derived figure, and a caller that changes the
      *          components clears the grace before calling, so only
      *          an unchanged graced paper is left alone. Single-
      *          figure subjects keep the keyed mark and their stored
      *          components are left as they stand -- a subject master
      *          that could not be read shows every subject single-
      *          figure, and that must not wipe the components on the
      *          next REWRITE. Only components that are not numeric, as
      *          on a record from an export older than the components,
      *          are set to zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJMARK IS INITIAL PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-INT-SHARE      PIC 9(3)V9(6).
       77 WS-EXT-SHARE      PIC 9(3)V9(6).

       LINKAGE SECTION.
           COPY SUBJWS.
           COPY STDREC.

       PROCEDURE DIVISION USING SUBJ-TABLE STD-REC.
       MAIN-PROCEDURE.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE SPACE TO STUD-SUBJ-EXTMIN(WS-SUBJ-IDX)
               IF STUD-SUBJ-INT(WS-SUBJ-IDX) NOT NUMERIC
                   MOVE ZERO TO STUD-SUBJ-INT(WS-SUBJ-IDX)
               END-IF
               IF STUD-SUBJ-EXT(WS-SUBJ-IDX) NOT NUMERIC
                   MOVE ZERO TO STUD-SUBJ-EXT(WS-SUBJ-IDX)
               END-IF
               IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                   PERFORM DERIVE-PARA
               END-IF
           END-PERFORM
           GOBACK.
       DERIVE-PARA.
           IF SUBJ-GRACED(WS-SUBJ-IDX)
               CONTINUE
           ELSE
               PERFORM WEIGHT-PARA
           END-IF
           IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   AND STUD-SUBJ-EXT(WS-SUBJ-IDX)
                       < SUBJ-EXT-MIN(WS-SUBJ-IDX)
               MOVE 'F' TO STUD-SUBJ-EXTMIN(WS-SUBJ-IDX)
           END-IF.
       WEIGHT-PARA.
           IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
      * Each component as the weighted percentage it contributes,
      * e.g. 21 of 30 internal at weight 30 is 21.000000.
               COMPUTE WS-INT-SHARE =
                   STUD-SUBJ-INT(WS-SUBJ-IDX)
                   * SUBJ-INT-WEIGHT(WS-SUBJ-IDX)
                   / SUBJ-INT-MAX(WS-SUBJ-IDX)
               COMPUTE WS-EXT-SHARE =
                   STUD-SUBJ-EXT(WS-SUBJ-IDX)
                   * SUBJ-EXT-WEIGHT(WS-SUBJ-IDX)
                   / SUBJ-EXT-MAX(WS-SUBJ-IDX)
               COMPUTE STUD-SUBJ-MARKS(WS-SUBJ-IDX) ROUNDED =
                   (WS-INT-SHARE + WS-EXT-SHARE)
                   * SUBJ-MAX-MARKS(WS-SUBJ-IDX) / 100
           ELSE
               MOVE ZERO TO STUD-SUBJ-MARKS(WS-SUBJ-IDX)
           END-IF.
       END PROGRAM SUBJMARK.
