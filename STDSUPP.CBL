      *          STDSUPPSHEET.txt with the PASS/FAIL result re-derived
      *          the way STDMSHEET and the cutoff do it, and every
      *          sheet is stamped SUPPLEMENTARY so nobody mistakes it
      *          for a first-attempt result. Only an EXAM-CONTROLLER
      *          on the operator master may run it. Once the exam
      *          period's results have been published (STDPUBL;
      *          PUBCHECK reports the lock) every re-sit line must
      *          carry an amendment reason code and is rejected
      *          without one; an applied re-sit is then journalled as
      *          a post-publication amendment with its reason, for
      *          STDDELTA's SIS correction upload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-SHEET-STAT     PIC 99.
       77 WS-JRNL-STAT      PIC 99.
       77 WS-OPERATOR       PIC X(8).
       77 WS-BEFORE-IMAGE   PIC X(93).
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-RESIT-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-HAS-GRACE      PIC X.
           88 SHEET-HAS-GRACE VALUE 'Y'.
       77 WS-HAS-EXTMIN     PIC X.
           88 SHEET-HAS-EXTMIN VALUE 'Y'.
       77 WS-DISPOSITION    PIC X(8).
       77 WS-REASON         PIC X(34).
       77 WS-BEFORE-MARK    PIC 999.
      * names label the listing and the regenerated marksheets.
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK); a locked
      * period's re-sit lines carry their own amendment reason.
           COPY PUBWS.

      * The last student a re-sit was applied to, held across the
      * control break on stud-id so one student re-sitting several
      * papers gets a single regenerated marksheet, written when the
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
               DISPLAY "UNABLE TO OPEN STDRESIT "
                   FUNCTION TRIM(WS-RESIT-FILENAME)
                   " STATUS-" WS-RESIT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN I-O STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE STDRESIT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDSUPPRPT
                   WS-RPT-STAT
               CLOSE STDRESIT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDSUPPSHEET
               CLOSE STDRESIT
               CLOSE STDFILE
               CLOSE STDSUPPRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * EXTEND, exactly as STDINQ and STDAPPLY journal: every re-sit
               CLOSE STDFILE
               CLOSE STDSUPPRPT
               CLOSE STDSUPPSHEET
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM APPLY-PARA THRU APPLY-EXIT
           DISPLAY "RE-SITS APPLIED-" WS-APPLIED-COUNT
           DISPLAY "REJECTED-" WS-REJECT-COUNT
           DISPLAY "SUPPLEMENTARY MARKSHEETS WRITTEN-" WS-SHEET-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-RESIT-FILENAME FROM ENVIRONMENT "STDRESITFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
      * Only the EXAM-CONTROLLER role may run STDSUPP against the live
      * file. The operator is signed on against the operator master
      * by OPERAUTH, which logs any refusal; a refused run stops here,
      * before anything is opened.
           MOVE "STDSUPP"         TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * The operator identifier stamped on each journal record is the
      * OPERID the operator master has just authorized.
           MOVE OPER-OPERATOR TO WS-OPERATOR
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "PASSCUTOFF"
           IF (WS-CUTOFF-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT)
           IF (WS-BAND-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-BAND-TEXT) TO WS-GRADE-D-MIN
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE
           CALL 'PUBCHECK' USING PUB-CHECK-AREA.
       APPLY-PARA.
           PERFORM UNTIL WS-RESIT-STAT NOT = 00
               READ STDRESIT
               IF RSIT-MARKS NOT NUMERIC
                   MOVE "R02-MARKS NOT NUMERIC" TO WS-REASON
               ELSE
      * For a two-component subject the re-sit is the external
      * written paper, so its mark is edited against the external
      * maximum; coursework is not re-sat.
                   IF SUBJ-HAS-COMPONENTS(RSIT-SUBJ-POS)
                       IF RSIT-MARKS > SUBJ-EXT-MAX(RSIT-SUBJ-POS)
                           MOVE "R08-MARKS EXCEED EXTERNAL MAX"
                               TO WS-REASON
                       END-IF
                   ELSE
                       IF RSIT-MARKS > SUBJ-MAX-MARKS(RSIT-SUBJ-POS)
                           MOVE "R03-MARKS EXCEED SUBJECT MAX"
                               TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
      * After publication a re-sit is an amendment to a published
      * result like any other, and needs its reason.
           MOVE RSIT-AMEND-REASON TO PUB-AMEND-REASON
           IF (WS-REASON = SPACES) AND (PUB-PERIOD-LOCKED)
                   AND (NOT PUB-REASON-VALID)
               MOVE "R10-AMENDMENT REASON REQUIRED" TO WS-REASON
           END-IF.
       APPLY-MARK-PARA.
           MOVE RSIT-STUD-ID TO STUD-ID IN STD-REC
      * is the whole point of this run mode. A paper the student was
      * absent for is a failed paper and may be re-sat (applying the
      * re-sit mark clears the absence); an exempt paper was never
      * failed and may not be. A paper whose external component fell
      * short of its minimum is failed whatever its weighted mark.
      * A paper debarred for attendance was never eligible to be sat
      * and is not eligible for the supplementary either.
               IF SUBJ-DEBARRED IN STD-REC (WS-SUBJ-IDX)
                   MOVE "R09-PAPER DEBARRED, NOT ELIGIBLE" TO WS-REASON
               ELSE
               IF SUBJ-EXEMPT IN STD-REC (WS-SUBJ-IDX)
                       OR (SUBJ-ATTEMPTED IN STD-REC (WS-SUBJ-IDX)
                       AND WS-BEFORE-MARK NOT <
                       SUBJ-PASS-MARKS(WS-SUBJ-IDX)
                       AND NOT SUBJ-EXT-BELOW-MIN IN STD-REC
                           (WS-SUBJ-IDX))
                   MOVE "R05-SUBJECT NOT FAILED" TO WS-REASON
               ELSE
      * The re-sit mark replaces the external component of a
      * two-component subject, whose mark is then re-derived with
      * the coursework it already had.
                   IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                       MOVE RSIT-MARKS
                           TO STUD-SUBJ-EXT IN STD-REC (WS-SUBJ-IDX)
                   ELSE
                       MOVE RSIT-MARKS
                           TO STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                   END-IF
                   MOVE SPACE
                       TO STUD-SUBJ-ATTEND IN STD-REC (WS-SUBJ-IDX)
                   MOVE SPACE
                       TO STUD-SUBJ-GRACE IN STD-REC (WS-SUBJ-IDX)
                   CALL 'SUBJMARK' USING SUBJ-TABLE STD-REC
                   REWRITE STD-REC
                       INVALID KEY
                           MOVE "R06-REWRITE FAILED" TO WS-REASON
                           PERFORM JOURNAL-PARA
                   END-REWRITE
               END-IF
               END-IF
           END-IF.
       JOURNAL-PARA.
      * One journal record per applied re-sit, the way STDAPPLY's
           MOVE 'U'             TO JRNL-ACTION
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE STD-REC         TO JRNL-AFTER
           IF (PUB-PERIOD-LOCKED)
               MOVE 'P'              TO JRNL-AMEND-FLAG
               MOVE PUB-AMEND-REASON TO JRNL-AMEND-REASON
               MOVE PUB-PERIOD       TO JRNL-PERIOD
           ELSE
               MOVE SPACES TO JRNL-AMENDMENT
           END-IF
           WRITE JRNL-REC
           IF (WS-JRNL-STAT NOT = 00) THEN
               DISPLAY "JOURNAL WRITE FAILED, STATUS-" WS-JRNL-STAT
           MOVE ZERO TO WS-STUD-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-COUNT
           MOVE 'N'  TO WS-HAS-ABSENT
           MOVE 'N'  TO WS-EXT-SHORT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED IN WS-SHEET-REC (WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       TO WS-STUD-TOTAL
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does.
                   IF SUBJ-ABSENT IN WS-SHEET-REC (WS-SUBJ-IDX)
                           OR SUBJ-DEBARRED IN WS-SHEET-REC
                               (WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-HAS-ABSENT
                   END-IF
               END-IF
           MOVE STUD-NAME IN WS-SHEET-REC TO WS-SH-NAME
           MOVE STUD-ID IN WS-SHEET-REC   TO WS-SH-ID
           WRITE SHEET-LINE FROM WS-SHEET-HEAD-LINE
           MOVE 'N' TO WS-HAS-GRACE
           MOVE 'N' TO WS-HAS-EXTMIN
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM SUBJECT-LINE-PARA
      * student outright, the way stdmarks and STDMSHEET derive it.
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
           WRITE SHEET-LINE FROM WS-SHEET-RULE-LINE
           MOVE 'N' TO WS-SHEET-PENDING.
       SUBJECT-LINE-PARA.
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-SS-NAME
           MOVE STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
               TO WS-SS-MARK
           IF SUBJ-GRACED IN WS-SHEET-REC (WS-SUBJ-IDX)
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
               MOVE STUD-SUBJ-INT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   TO WS-SS-INT
               MOVE "EXT-" TO WS-SS-EXT-TAG
               MOVE STUD-SUBJ-EXT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   TO WS-SS-EXT
               IF SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE " *" TO WS-SS-EXTMIN
                   MOVE 'Y' TO WS-HAS-EXTMIN
               END-IF
           END-IF.
       GRADE-PARA.
      * AB, EX and NE print in place of a letter grade, as
      * STDMSHEET's GRADE-PARA prints them.
           EVALUATE TRUE
               WHEN SUBJ-ABSENT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "AB" TO WS-GRADE
               WHEN SUBJ-EXEMPT IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "EX" TO WS-GRADE
               WHEN SUBJ-DEBARRED IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "NE" TO WS-GRADE
               WHEN SUBJ-EXT-BELOW-MIN IN WS-SHEET-REC (WS-SUBJ-IDX)
                   MOVE "F" TO WS-GRADE
               WHEN STUD-SUBJ-MARKS IN WS-SHEET-REC (WS-SUBJ-IDX)
                       >= WS-GRADE-A-MIN
                   MOVE "A" TO WS-GRADE
           MOVE "MARKSHEETS-"      TO WS-SC-LABEL
           MOVE WS-SHEET-COUNT     TO WS-SC-COUNT
           WRITE SUPP-RPT-LINE FROM WS-SUPP-COUNT-LINE.
       RUN-LOG-PARA.
      * Written is the supplementary marksheets; updated is the re-sit
      * lines applied to STDFILE.
           MOVE "STDSUPP"        TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-RESIT-FILENAME) " "
               FUNCTION TRIM(WS-STD-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-RESIT-COUNT   TO RUN-READ
           MOVE WS-SHEET-COUNT   TO RUN-WRITTEN
           MOVE WS-REJECT-COUNT  TO RUN-REJECTED
           MOVE WS-APPLIED-COUNT TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDSUPP.
