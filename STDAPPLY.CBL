      *          update and delete is journalled to STDJRNL.txt with
      *          its before/after images and action code, STDINQ-
      *          style, so a bad batch can be traced and STDRFWD can
      *          roll the file forward after a corruption. Only an
      *          EXAM-CONTROLLER on the operator master may run it.
      *          A subject the subject master marks in internal and
      *          external components takes its two component marks
      *          from the transaction, edited against their own
      *          maximums, and its subject mark is derived from them
      *          (SUBJMARK) rather than keyed.
      *          Once the exam period's results have been published
      *          (STDPUBL; PUBCHECK reports the lock) every
      *          transaction must carry an amendment reason code and
      *          is rejected without one; an applied transaction is
      *          then journalled as a post-publication amendment with
      *          its reason, for STDDELTA's SIS correction upload.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-REASON         PIC X(34).
       77 WS-JRNL-STAT      PIC 99.
       77 WS-OPERATOR       PIC X(8).
       77 WS-BEFORE-IMAGE   PIC X(93).
       77 WS-REG-STAT       PIC 99.
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-ENV-OK         PIC X    VALUE 'Y'.
      * same over-max edit the load and the report runs apply.
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK); a locked
      * period's transactions carry their own amendment reason.
           COPY PUBWS.

       01 WS-APPLY-DETAIL-LINE.
           05 WS-AD-ACTION  PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-VD-REASON  PIC X(34).
           05 FILLER        PIC X(37) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDAPPLYRPT, STATUS-"
                   WS-RPT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * The envelope is balanced over the whole file, and the batch
                   FUNCTION TRIM(WS-TRANS-FILENAME)
                   " STATUS-" WS-TRANS-STAT
               CLOSE STDAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM ENVELOPE-PARA THRU ENVELOPE-EXIT
               DISPLAY "BATCH " WS-BATCH-NO " REFUSED - "
                   FUNCTION TRIM(WS-ENV-REASON)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN INPUT STDTRANS
               DISPLAY "UNABLE TO REOPEN STDTRANS, STATUS-"
                   WS-TRANS-STAT
               CLOSE STDAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN I-O STDFILE
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE STDTRANS
               CLOSE STDAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * EXTEND, not OUTPUT, exactly as STDINQ journals: the journal
               CLOSE STDTRANS
               CLOSE STDFILE
               CLOSE STDAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM APPLY-PARA THRU APPLY-EXIT
           DISPLAY "UPDATES APPLIED-" WS-UPDATE-COUNT
           DISPLAY "DELETES APPLIED-" WS-DELETE-COUNT
           DISPLAY "REJECTED-" WS-REJECT-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "STDTRANSFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
      * Only the EXAM-CONTROLLER role may run STDAPPLY against the live
      * file. The operator is signed on against the operator master
      * by OPERAUTH, which logs any refusal; a refused run stops here,
      * before anything is opened.
           MOVE "STDAPPLY"        TO OPER-PROGRAM
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBJLOAD' USING SUBJ-TABLE
           CALL 'PUBCHECK' USING PUB-CHECK-AREA.
       ENVELOPE-PARA.
      * First pass over the file, applying nothing: the first line
      * must be the H header, the last the T trailer, and the
                       ADD TRN-SUBJ-MARKS(WS-SUBJ-IDX)
                           TO WS-ENV-HASH
                   END-IF
                   IF TRN-SUBJ-INT(WS-SUBJ-IDX) NUMERIC
                       ADD TRN-SUBJ-INT(WS-SUBJ-IDX)
                           TO WS-ENV-HASH
                   END-IF
                   IF TRN-SUBJ-EXT(WS-SUBJ-IDX) NUMERIC
                       ADD TRN-SUBJ-EXT(WS-SUBJ-IDX)
                           TO WS-ENV-HASH
                   END-IF
               END-PERFORM
           END-IF.
       CHECK-REGISTER-PARA.
       APPLY-TRANS-PARA.
           MOVE "APPLIED " TO WS-DISPOSITION
           MOVE SPACES     TO WS-REASON
           MOVE TRN-AMEND-REASON TO PUB-AMEND-REASON
      * After publication no transaction of any kind is applied
      * without a reason the registrar's amendment list can show.
           EVALUATE TRUE
               WHEN NOT TRN-VALID-ACTION
                   MOVE "R01-INVALID ACTION, NOT A U OR D"
                       TO WS-REASON
               WHEN (PUB-PERIOD-LOCKED) AND (NOT PUB-REASON-VALID)
                   MOVE "R10-AMENDMENT REASON REQUIRED"
                       TO WS-REASON
               WHEN TRN-ADD
                   PERFORM ADD-PARA
               WHEN TRN-UPDATE
           ELSE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                   IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                       PERFORM COMPONENT-EDIT-PARA
                   ELSE
                       PERFORM SINGLE-MARK-EDIT-PARA
                   END-IF
                   IF NOT TRN-ATTEND-VALID(WS-SUBJ-IDX)
                       MOVE "R07-INVALID ATTEND INDICATOR"
                   END-IF
               END-PERFORM
           END-IF.
       SINGLE-MARK-EDIT-PARA.
           IF TRN-SUBJ-MARKS(WS-SUBJ-IDX) NOT NUMERIC
               MOVE "R05-MARKS NOT NUMERIC" TO WS-REASON
           ELSE
               IF TRN-SUBJ-MARKS(WS-SUBJ-IDX)
                       > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                   MOVE "R06-MARKS EXCEED SUBJECT MAX"
                       TO WS-REASON
               END-IF
           END-IF.
       COMPONENT-EDIT-PARA.
      * A two-component subject's mark is derived, not keyed: the
      * components are what must be numeric and within their own
      * maximums.
           IF TRN-SUBJ-INT(WS-SUBJ-IDX) NOT NUMERIC
                   OR TRN-SUBJ-EXT(WS-SUBJ-IDX) NOT NUMERIC
               MOVE "R08-COMPONENT MARKS NOT NUMERIC" TO WS-REASON
           ELSE
               IF TRN-SUBJ-INT(WS-SUBJ-IDX)
                       > SUBJ-INT-MAX(WS-SUBJ-IDX)
                   OR TRN-SUBJ-EXT(WS-SUBJ-IDX)
                       > SUBJ-EXT-MAX(WS-SUBJ-IDX)
                   MOVE "R09-COMPONENT EXCEEDS MAXIMUM"
                       TO WS-REASON
               END-IF
           END-IF.
       DELETE-PARA.
      * Read before deleting: the record being withdrawn is the
      * before image the journal must carry; a delete has no after
           MOVE TRN-ACTION      TO JRNL-ACTION
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
           END-IF.
       BUILD-RECORD-PARA.
      * An add starts from a clean record: the buffer still holds the
      * last student READ, whose components a single-figure subject
      * would otherwise carry onto the new record.
           IF (TRN-ADD)
               INITIALIZE STD-REC
           END-IF
           MOVE TRN-STUD-ID TO STUD-ID
           MOVE TRN-GENDER  TO STUD-GENDER
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM BUILD-SUBJECT-PARA
           END-PERFORM
           MOVE TRN-NAME    TO STUD-NAME
           CALL 'SUBJMARK' USING SUBJ-TABLE STD-REC.
       BUILD-SUBJECT-PARA.
      * An update keeps the grace indicator only on a paper whose mark
      * it leaves as it was; a corrected mark is no longer the graced
      * one. An add starts with no paper graced. For a two-component
      * subject it is the components that are keyed, so it is they
      * that decide -- SUBJMARK then re-derives every ungraced paper.
           IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
               IF (TRN-ADD)
                   OR (TRN-SUBJ-INT(WS-SUBJ-IDX)
                       NOT = STUD-SUBJ-INT(WS-SUBJ-IDX))
                   OR (TRN-SUBJ-EXT(WS-SUBJ-IDX)
                       NOT = STUD-SUBJ-EXT(WS-SUBJ-IDX))
                   MOVE SPACE TO STUD-SUBJ-GRACE(WS-SUBJ-IDX)
               END-IF
               MOVE TRN-SUBJ-INT(WS-SUBJ-IDX)
                   TO STUD-SUBJ-INT(WS-SUBJ-IDX)
               MOVE TRN-SUBJ-EXT(WS-SUBJ-IDX)
                   TO STUD-SUBJ-EXT(WS-SUBJ-IDX)
           ELSE
               IF (TRN-ADD)
                   OR (TRN-SUBJ-MARKS(WS-SUBJ-IDX)
                       NOT = STUD-SUBJ-MARKS(WS-SUBJ-IDX))
                   MOVE SPACE TO STUD-SUBJ-GRACE(WS-SUBJ-IDX)
               END-IF
               MOVE TRN-SUBJ-MARKS(WS-SUBJ-IDX)
                   TO STUD-SUBJ-MARKS(WS-SUBJ-IDX)
           END-IF
      * A debarment is STDELIG's to set and clear; a change keyed
      * against a debarred paper keeps it not eligible.
           IF (TRN-ADD) OR NOT SUBJ-DEBARRED(WS-SUBJ-IDX)
               MOVE TRN-SUBJ-ATTEND(WS-SUBJ-IDX)
                   TO STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
           END-IF.
       APPLY-DETAIL-PARA.
           MOVE TRN-ACTION     TO WS-AD-ACTION
           MOVE TRN-STUD-ID    TO WS-AD-ID
           MOVE "REJECTED-"        TO WS-AC-LABEL
           MOVE WS-REJECT-COUNT    TO WS-AC-COUNT
           WRITE APPLY-RPT-LINE FROM WS-APPLY-COUNT-LINE.
       RUN-LOG-PARA.
      * A refused batch is read but never applied, so every detail
      * in its envelope counts as rejected. Written is the journal
      * records, one per change applied.
           MOVE "STDAPPLY"       TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-TRANS-FILENAME) " "
               FUNCTION TRIM(WS-STD-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           IF (ENVELOPE-GOOD)
               MOVE WS-TRANS-COUNT  TO RUN-READ
               MOVE WS-REJECT-COUNT TO RUN-REJECTED
           ELSE
               MOVE WS-ENV-COUNT    TO RUN-READ
               MOVE WS-ENV-COUNT    TO RUN-REJECTED
           END-IF
           ADD WS-ADD-COUNT WS-UPDATE-COUNT WS-DELETE-COUNT
               GIVING RUN-UPDATED
           MOVE RUN-UPDATED      TO RUN-WRITTEN
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDAPPLY.
