      *          and after images, a date/time stamp and the operator
      *          identifier (OPERID environment variable), so a
      *          disputed correction can be traced afterwards; STDJRPT
      *          lists the journal for the registrar's review. The
      *          operator must be active on the operator master to
      *          sign on, and hold the CORRECTIONS role or above to
      *          update; refusals go to the security violations log.
      *          For a subject marked in internal and external
      *          components the update prompts for the two component
      *          marks instead of the subject mark, which is derived
      *          from them by the subject's weights (SUBJMARK).
      *          Once the exam period's results have been published
      *          (STDPUBL; PUBCHECK reports the lock) every update
      *          first asks for an amendment reason code, and its
      *          journal record is flagged as a post-publication
      *          amendment carrying that reason, for STDDELTA's SIS
      *          correction upload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-SEARCH-SERIAL  PIC 9(5).
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-NEW-MARKS      PIC 999.
       77 WS-NEW-INT        PIC 999.
       77 WS-NEW-EXT        PIC 999.
       77 WS-NEW-GENDER     PIC X.
       77 WS-NEW-ATTEND     PIC X.
       77 WS-BEFORE-IMAGE   PIC X(93).

      * Subject names and maximums from the subject master (SUBJLOAD):
      * the update prompts name the subject being corrected and
      * refuse marks the subject cannot award.
           COPY SUBJWS.

      * Operator sign-on and function checks against the operator
      * master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK), and the
      * amendment reason a locked period's updates must carry.
           COPY PUBWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
      * The operator identifier stamped on each journal record comes
      * from OPERID, set by the operator's sign-on profile, and must
      * be an active operator on the operator master: any role may
      * sign on for inquiries, and U)PDATE is checked again below.
      * A refused sign-on is logged by OPERAUTH and ends the session
      * before STDFILE is opened.
           MOVE "STDINQ"       TO OPER-PROGRAM
           MOVE "SIGN-ON"      TO OPER-FUNCTION
           MOVE "INQUIRY-ONLY" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPER-OPERATOR TO WS-OPERATOR
           CALL 'SUBJLOAD' USING SUBJ-TABLE
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
           IF (PUB-PERIOD-LOCKED)
               DISPLAY "RESULTS FOR " FUNCTION TRIM(PUB-PERIOD)
                   " PUBLISHED - UPDATES NEED AN AMENDMENT REASON"
           END-IF
           OPEN I-O STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               WHEN TRANS-INQUIRY
                   PERFORM INQUIRY-PARA
               WHEN TRANS-UPDATE
                   PERFORM AUTHORIZE-UPDATE-PARA
                   IF (OPER-AUTHORIZED)
                       PERFORM UPDATE-PARA
                   END-IF
               WHEN TRANS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.
       AUTHORIZE-UPDATE-PARA.
      * Corrections need the CORRECTIONS role or above. The master is
      * re-read for every update, so an operator revoked mid-session
      * is stopped at the next one; an inquiry-only clerk's attempt
      * is refused and logged, and the session carries on.
           MOVE "STDINQ"      TO OPER-PROGRAM
           MOVE "UPDATE"      TO OPER-FUNCTION
           MOVE "CORRECTIONS" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA.
       INQUIRY-PARA.
           PERFORM LOOKUP-PARA
           IF (WS-STAT = 00) THEN
               DISPLAY "STUDENT NOT FOUND, ID-" WS-SEARCH-ID
           ELSE
               PERFORM DISPLAY-STUDENT-PARA
               IF (PUB-PERIOD-LOCKED)
                   PERFORM AMEND-REASON-PARA
               END-IF
               MOVE STD-REC TO WS-BEFORE-IMAGE
               MOVE SPACE TO STUD-GENDER
               PERFORM UNTIL VALIDG
               END-PERFORM
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > 5
                   IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                       PERFORM COMPONENT-PROMPT-PARA
                   ELSE
                       PERFORM WITH TEST AFTER
                               UNTIL WS-NEW-MARKS NOT >
                                     SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                           DISPLAY "ENTER NEW MARKS FOR "
                               SUBJ-NAME(WS-SUBJ-IDX)
                           ACCEPT WS-NEW-MARKS
                           IF WS-NEW-MARKS >
                                   SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                               DISPLAY "MARKS EXCEED SUBJECT MAXIMUM-"
                                   SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                           END-IF
                       END-PERFORM
      * A corrected mark is no longer the graced one; re-keying the
      * same mark leaves its grace indicator standing.
                       IF WS-NEW-MARKS
                               NOT = STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                           MOVE SPACE TO STUD-SUBJ-GRACE(WS-SUBJ-IDX)
                       END-IF
                       MOVE WS-NEW-MARKS
                           TO STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                   END-IF
      * Attendance is corrected alongside the mark: blank for a
      * paper the student sat, A for absent, E for exempt, so the
      * registrar can undo a 000-keyed absence as easily as a
      * mis-keyed mark. A paper debarred for attendance is set and
      * cleared only by STDELIG, so its D is neither offered nor
      * accepted here.
                   IF SUBJ-DEBARRED(WS-SUBJ-IDX)
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX)
                           "-NOT ELIGIBLE, ATTENDANCE UNCHANGED"
                   ELSE
                       PERFORM WITH TEST AFTER
                               UNTIL SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                               AND NOT SUBJ-DEBARRED(WS-SUBJ-IDX)
                           DISPLAY "ENTER ATTENDANCE FOR "
                               SUBJ-NAME(WS-SUBJ-IDX)
                               " - BLANK)SAT A)BSENT E)XEMPT"
                           ACCEPT WS-NEW-ATTEND
                           MOVE WS-NEW-ATTEND
                               TO STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
                           IF NOT SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                                   OR SUBJ-DEBARRED(WS-SUBJ-IDX)
                               DISPLAY "INVALID ATTENDANCE, "
                                   "MUST BE BLANK A OR E"
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CALL 'SUBJMARK' USING SUBJ-TABLE STD-REC
               REWRITE STD-REC
               IF (WS-STAT = 00) THEN
                   PERFORM JOURNAL-PARA
                   DISPLAY "REWRITE FAILED, STATUS-" WS-STAT
               END-IF
           END-IF.
       AMEND-REASON-PARA.
      * A published result is only changed for a stated reason; the
      * code goes on the journal for the registrar's amendment list.
           MOVE SPACES TO PUB-AMEND-REASON
           PERFORM UNTIL PUB-REASON-VALID
               DISPLAY "ENTER AMENDMENT REASON - TE TO OM AT RS RV UO"
               ACCEPT PUB-AMEND-REASON
               IF (NOT PUB-REASON-VALID)
                   DISPLAY "INVALID AMENDMENT REASON"
               END-IF
           END-PERFORM.
       COMPONENT-PROMPT-PARA.
      * Internal assessment and the external written paper, each
      * against its own maximum; the subject mark follows from them.
           PERFORM WITH TEST AFTER
                   UNTIL WS-NEW-INT NOT > SUBJ-INT-MAX(WS-SUBJ-IDX)
               DISPLAY "ENTER INTERNAL MARKS FOR "
                   SUBJ-NAME(WS-SUBJ-IDX)
               ACCEPT WS-NEW-INT
               IF WS-NEW-INT > SUBJ-INT-MAX(WS-SUBJ-IDX)
                   DISPLAY "MARKS EXCEED INTERNAL MAXIMUM-"
                       SUBJ-INT-MAX(WS-SUBJ-IDX)
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL WS-NEW-EXT NOT > SUBJ-EXT-MAX(WS-SUBJ-IDX)
               DISPLAY "ENTER EXTERNAL MARKS FOR "
                   SUBJ-NAME(WS-SUBJ-IDX)
               ACCEPT WS-NEW-EXT
               IF WS-NEW-EXT > SUBJ-EXT-MAX(WS-SUBJ-IDX)
                   DISPLAY "MARKS EXCEED EXTERNAL MAXIMUM-"
                       SUBJ-EXT-MAX(WS-SUBJ-IDX)
               END-IF
           END-PERFORM
      * Grace goes with any change to either component, as with a
      * corrected single mark.
           IF WS-NEW-INT NOT = STUD-SUBJ-INT(WS-SUBJ-IDX)
                   OR WS-NEW-EXT NOT = STUD-SUBJ-EXT(WS-SUBJ-IDX)
               MOVE SPACE TO STUD-SUBJ-GRACE(WS-SUBJ-IDX)
           END-IF
           MOVE WS-NEW-INT TO STUD-SUBJ-INT(WS-SUBJ-IDX)
           MOVE WS-NEW-EXT TO STUD-SUBJ-EXT(WS-SUBJ-IDX).
       JOURNAL-PARA.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
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
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX) "-ABSENT"
                   WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX) "-EXEMPT"
                   WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX)
                           "-NOT ELIGIBLE"
                   WHEN SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX) "-"
                           STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                           " INT-" STUD-SUBJ-INT(WS-SUBJ-IDX)
                           " EXT-" STUD-SUBJ-EXT(WS-SUBJ-IDX)
                   WHEN OTHER
                       DISPLAY "  " SUBJ-NAME(WS-SUBJ-IDX) "-"
                           STUD-SUBJ-MARKS(WS-SUBJ-IDX)
