      *          register (promoted / detained / withdrawn, by
      *          section) goes to STDPROMO.txt for the principal to
      *          sign off before the new year's file is loaded live.
      *          Only an EXAM-CONTROLLER on the operator master may
      *          run it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.

       01 WS-STUDENT-TOTALS.
           05 WS-STUD-TOTAL     PIC 9999.
      * rolled forward -- they are counted and left for correction.
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Withdrawal list, loaded up front so each student costs one
      * table scan rather than a file pass. Sized well past any
      * year's withdrawals; an overflow is counted and reported, and
              VALUE "PRINCIPAL SIGN-OFF: ______________".
           05 FILLER        PIC X(46) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           IF WS-PROMO-YEAR = ZERO
               DISPLAY "PROMOYEAR NOT SET - NOTHING TO PROMOTE"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM LOAD-WDRAW-PARA
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDNEWYEAR
                   " STATUS-" WS-NEW-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDPROMORPT
               CLOSE STDFILE
               CLOSE STDNEWYEAR
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM READ-PARA THRU READ-EXIT
               DISPLAY "SECTION TABLE FULL, STUDENTS UNTALLIED-"
                   WS-SECT-OVER
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-REPEAT-SECTION-TEXT NOT = SPACES)
               MOVE WS-REPEAT-SECTION-TEXT TO WS-REPEAT-SECTION
           END-IF
      * Only the EXAM-CONTROLLER role may run STDPROMO against the live
      * file. The operator is signed on against the operator master
      * by OPERAUTH, which logs any refusal; a refused run stops here,
      * before anything is opened.
           MOVE "STDPROMO"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       LOAD-WDRAW-PARA.
           OPEN INPUT STDWDRAW
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STAT NOT = 00
      * the papers actually sat came to.
                   IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                           AND NOT STUDENT-HAS-ABSENT
                           AND NOT STUDENT-EXT-SHORT
                       ADD 1 TO WS-PROMOTED-COUNT
                       IF (SECTION-TALLIED)
                           ADD 1 TO WS-SE-PROMOTED(WS-SECT-IDX)
           MOVE ZERO TO WS-STUD-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-COUNT
           MOVE 'N'  TO WS-HAS-ABSENT
           MOVE 'N'  TO WS-EXT-SHORT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ATTEMPTED IN STD-REC (WS-SUBJ-IDX)
                   ADD STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                       TO WS-STUD-TOTAL
                   ADD 1 TO WS-ATTEMPTED-COUNT
                   IF SUBJ-EXT-BELOW-MIN IN STD-REC (WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-EXT-SHORT
                   END-IF
               ELSE
      * A paper debarred for attendance fails the student as an
      * absence does.
                   IF SUBJ-ABSENT IN STD-REC (WS-SUBJ-IDX)
                           OR SUBJ-DEBARRED IN STD-REC (WS-SUBJ-IDX)
                       MOVE 'Y' TO WS-HAS-ABSENT
                   END-IF
               END-IF
           WRITE NEWYEAR-REC.
       ZERO-MARKS-PARA.
      * The new year starts with no marks and every paper deemed
      * attempted; last year's absences, exemptions, grace and
      * component marks do not carry.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE ZERO
                   TO STUD-SUBJ-MARKS IN NEWYEAR-REC (WS-SUBJ-IDX)
               MOVE SPACE
                   TO STUD-SUBJ-ATTEND IN NEWYEAR-REC (WS-SUBJ-IDX)
               MOVE SPACE
                   TO STUD-SUBJ-GRACE IN NEWYEAR-REC (WS-SUBJ-IDX)
               MOVE ZERO
                   TO STUD-SUBJ-INT IN NEWYEAR-REC (WS-SUBJ-IDX)
               MOVE ZERO
                   TO STUD-SUBJ-EXT IN NEWYEAR-REC (WS-SUBJ-IDX)
               MOVE SPACE
                   TO STUD-SUBJ-EXTMIN IN NEWYEAR-REC (WS-SUBJ-IDX)
           END-PERFORM.
       REGISTER-PARA.
           MOVE WS-PROMO-YEAR TO WS-PH-YEAR
           MOVE WS-SE-DETAINED(WS-SECT-IDX)  TO WS-PS-DETAINED
           MOVE WS-SE-WITHDRAWN(WS-SECT-IDX) TO WS-PS-WITHDRAWN
           WRITE PROMO-RPT-LINE FROM WS-PROMO-SECT-LINE.
       RUN-LOG-PARA.
      * Written is next year's load source: the promoted and the
      * detained. Withdrawn students are read but not rolled.
           MOVE "STDPROMO"       TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-STD-FILENAME) " "
               FUNCTION TRIM(WS-WDRAW-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           ADD WS-PROMOTED-COUNT WS-DETAINED-COUNT
               GIVING RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDPROMO.
