      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch maintenance of the student contact master
      *          (CONTFILE), the way STDAPPLY maintains STDFILE. The
      *          office's address changes arrive as a file of STDCTRN
      *          records (one add/update/delete per line, keyed on
      *          stud-id): adds WRITE a new contact record, updates
      *          REWRITE the existing one, deletes remove it. Every
      *          transaction is listed on STDCAPPLYRPT.txt as APPLIED
      *          or REJECTED with a reason (not found, duplicate add,
      *          guardian or address missing, invalid action code),
      *          and the listing ends with control counts. The file
      *          travels in the same H/T batch envelope as STDTRN --
      *          here the trailer's hash is the sum of the stud-id
      *          serials -- and the whole batch is refused, before
      *          CONTFILE is touched, when the envelope does not
      *          balance or the batch number is already in the
      *          STDCBATCHREG.txt register of applied contact batches.
      *          The operator must hold the CORRECTIONS role or above
      *          on the operator master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDCAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTTRANS
           ASSIGN TO WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STAT.

           SELECT CONTFILE
           ASSIGN TO WS-CONT-FILENAME
           ORGANIZATION IS INDEXED
      * RANDOM access, as STDAPPLY: each verb's INVALID KEY then means
      * exactly one thing -- a duplicate stud-id on WRITE, no such
      * stud-id on REWRITE or DELETE.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONT-STUD-ID
           FILE STATUS IS WS-STAT.

           SELECT STDCAPPLYRPT
           ASSIGN TO 'STDCAPPLYRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT OPTIONAL STDCBATCHREG
           ASSIGN TO 'STDCBATCHREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CONTTRANS.
           COPY STDCTRN.

       FD CONTFILE.
           COPY STDCONT.

       FD STDCAPPLYRPT.
       01 CAPPLY-RPT-LINE   PIC X(90).

      * Register of already-applied contact batch numbers, kept apart
      * from STDAPPLY's: the two batch series are numbered
      * independently by different desks.
       FD STDCBATCHREG.
       01 CBREG-LINE.
           05 CBREG-BATCH       PIC 9(6).
           05 FILLER            PIC X.
           05 CBREG-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-TRANS-FILENAME PIC X(100).
       77 WS-CONT-FILENAME  PIC X(100).
       77 WS-TRANS-STAT     PIC 99.
       77 WS-STAT           PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-TRANS-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-ADD-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-UPDATE-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-DELETE-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-DISPOSITION    PIC X(8).
       77 WS-REASON         PIC X(34).
       77 WS-REG-STAT       PIC 99.
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-ENV-OK         PIC X    VALUE 'Y'.
           88 ENVELOPE-GOOD  VALUE 'Y'.
       77 WS-ENV-REASON     PIC X(34) VALUE SPACES.
       77 WS-BATCH-NO       PIC 9(6) VALUE ZERO.
       77 WS-BATCH-DATE     PIC 9(8) VALUE ZERO.
       77 WS-ENV-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-ENV-HASH       PIC 9(12) VALUE ZERO.
       77 WS-T-COUNT        PIC 9(6) VALUE ZERO.
       77 WS-T-HASH         PIC 9(12) VALUE ZERO.
       77 WS-LINE-NO        PIC 9(6) VALUE ZERO.
       77 WS-HDR-SEEN       PIC X    VALUE 'N'.
           88 HEADER-SEEN    VALUE 'Y'.
       77 WS-TRL-SEEN       PIC X    VALUE 'N'.
           88 TRAILER-SEEN   VALUE 'Y'.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

       01 WS-CAPPLY-DETAIL-LINE.
           05 WS-AD-ACTION  PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AD-NAME    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AD-DISP    PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AD-REASON  PIC X(34).
           05 FILLER        PIC X(7)  VALUE SPACES.

       01 WS-CAPPLY-COUNT-LINE.
           05 WS-AC-LABEL   PIC X(18).
           05 WS-AC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(66) VALUE SPACES.

       01 WS-ENVELOPE-LINE.
           05 FILLER        PIC X(6)  VALUE "BATCH-".
           05 WS-EV-BATCH   PIC 9(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "CREATED-".
           05 WS-EV-DATE    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "TRANS-".
           05 WS-EV-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(5)  VALUE "HASH-".
           05 WS-EV-HASH    PIC ZZZZZZZZZZZ9.
           05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-VERDICT-LINE.
           05 FILLER        PIC X(9)  VALUE "ENVELOPE-".
           05 WS-VD-VERDICT PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-VD-REASON  PIC X(34).
           05 FILLER        PIC X(37) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN OUTPUT STDCAPPLYRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDCAPPLYRPT, STATUS-"
                   WS-RPT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * Envelope and register first, exactly as STDAPPLY: a truncated
      * or resubmitted batch is refused whole before CONTFILE is
      * opened for update.
           OPEN INPUT CONTTRANS
           IF (WS-TRANS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN CONTTRANS "
                   FUNCTION TRIM(WS-TRANS-FILENAME)
                   " STATUS-" WS-TRANS-STAT
               CLOSE STDCAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM ENVELOPE-PARA THRU ENVELOPE-EXIT
           CLOSE CONTTRANS
           IF (ENVELOPE-GOOD)
               PERFORM CHECK-REGISTER-PARA
           END-IF
           PERFORM VERDICT-PARA
           IF (NOT ENVELOPE-GOOD)
               CLOSE STDCAPPLYRPT
               DISPLAY "BATCH " WS-BATCH-NO " REFUSED - "
                   FUNCTION TRIM(WS-ENV-REASON)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN INPUT CONTTRANS
           IF (WS-TRANS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO REOPEN CONTTRANS, STATUS-"
                   WS-TRANS-STAT
               CLOSE STDCAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN I-O CONTFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN CONTFILE, STATUS-" WS-STAT
               CLOSE CONTTRANS
               CLOSE STDCAPPLYRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM APPLY-PARA THRU APPLY-EXIT
           PERFORM CONTROL-COUNT-PARA
           PERFORM REGISTER-BATCH-PARA
           CLOSE CONTTRANS
           CLOSE CONTFILE
           CLOSE STDCAPPLYRPT
           DISPLAY "TRANSACTIONS READ-" WS-TRANS-COUNT
           DISPLAY "ADDS APPLIED-" WS-ADD-COUNT
           DISPLAY "UPDATES APPLIED-" WS-UPDATE-COUNT
           DISPLAY "DELETES APPLIED-" WS-DELETE-COUNT
           DISPLAY "REJECTED-" WS-REJECT-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "CONTTRANSFILE"
           IF (WS-TRANS-FILENAME = SPACES)
               MOVE "STDCTRANS.txt" TO WS-TRANS-FILENAME
           END-IF
           ACCEPT WS-CONT-FILENAME FROM ENVIRONMENT "CONTFILE"
           IF (WS-CONT-FILENAME = SPACES)
               MOVE "STDCONT.dat" TO WS-CONT-FILENAME
           END-IF
      * Contact details are clerical corrections: the CORRECTIONS role
      * or above may maintain them. A refusal has been logged by
      * OPERAUTH and the run stops before anything is opened.
           MOVE "STDCAPPL"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "CORRECTIONS"     TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       ENVELOPE-PARA.
      * First pass over the file, applying nothing, with STDAPPLY's
      * rules: H first, T last, and the trailer's count and serial
      * hash matching what is actually in between.
           PERFORM UNTIL WS-TRANS-STAT NOT = 00
               READ CONTTRANS
               END-READ
               IF (WS-TRANS-STAT = 00) THEN
                   ADD 1 TO WS-LINE-NO
                   EVALUATE TRUE
                       WHEN CTRN-BATCH-HEADER
                           IF WS-LINE-NO = 1
                               MOVE 'Y' TO WS-HDR-SEEN
                               MOVE CTRN-H-BATCH TO WS-BATCH-NO
                               MOVE CTRN-H-DATE  TO WS-BATCH-DATE
                           ELSE
                               PERFORM ENVELOPE-FAULT-PARA
                           END-IF
                       WHEN CTRN-BATCH-TRAILER
                           IF (TRAILER-SEEN)
                               PERFORM ENVELOPE-FAULT-PARA
                           ELSE
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE CTRN-T-COUNT TO WS-T-COUNT
                               MOVE CTRN-T-HASH  TO WS-T-HASH
                           END-IF
                       WHEN OTHER
                           IF (TRAILER-SEEN)
                               PERFORM ENVELOPE-FAULT-PARA
                           ELSE
                               ADD 1 TO WS-ENV-COUNT
                               IF CTRN-SERIAL NUMERIC
                                   ADD CTRN-SERIAL TO WS-ENV-HASH
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF (NOT HEADER-SEEN) AND (WS-ENV-REASON = SPACES)
               MOVE "E01-BATCH HEADER MISSING" TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF (NOT TRAILER-SEEN) AND (WS-ENV-REASON = SPACES)
               MOVE "E02-BATCH TRAILER MISSING" TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF (WS-ENV-REASON = SPACES)
                   AND WS-T-COUNT NOT = WS-ENV-COUNT
               MOVE "E03-TRANSACTION COUNT MISMATCH"
                   TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF (WS-ENV-REASON = SPACES)
                   AND WS-T-HASH NOT = WS-ENV-HASH
               MOVE "E04-SERIAL HASH MISMATCH" TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF.
       ENVELOPE-EXIT.
           EXIT.
       ENVELOPE-FAULT-PARA.
           IF (WS-ENV-REASON = SPACES)
               MOVE "E06-ENVELOPE OUT OF PLACE" TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF.
       CHECK-REGISTER-PARA.
           OPEN INPUT STDCBATCHREG
           PERFORM UNTIL WS-REG-STAT NOT = 00
               READ STDCBATCHREG
               END-READ
               IF (WS-REG-STAT = 00) THEN
                   IF CBREG-BATCH = WS-BATCH-NO
                       MOVE "E05-BATCH ALREADY APPLIED"
                           TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STDCBATCHREG.
       VERDICT-PARA.
           MOVE WS-BATCH-NO   TO WS-EV-BATCH
           MOVE WS-BATCH-DATE TO WS-EV-DATE
           MOVE WS-ENV-COUNT  TO WS-EV-COUNT
           MOVE WS-ENV-HASH   TO WS-EV-HASH
           WRITE CAPPLY-RPT-LINE FROM WS-ENVELOPE-LINE
           IF (ENVELOPE-GOOD)
               MOVE "ACCEPTED" TO WS-VD-VERDICT
               MOVE SPACES     TO WS-VD-REASON
           ELSE
               MOVE "REJECTED" TO WS-VD-VERDICT
               MOVE WS-ENV-REASON TO WS-VD-REASON
           END-IF
           WRITE CAPPLY-RPT-LINE FROM WS-VERDICT-LINE.
       REGISTER-BATCH-PARA.
      * Only a batch that ran to completion registers; status 05 is
      * the OPTIONAL register being created by the first batch.
           OPEN EXTEND STDCBATCHREG
           IF (WS-REG-STAT NOT = 00) AND (WS-REG-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDCBATCHREG, STATUS-"
                   WS-REG-STAT
           ELSE
               MOVE SPACES      TO CBREG-LINE
               MOVE WS-BATCH-NO TO CBREG-BATCH
               MOVE WS-RUN-DATE TO CBREG-DATE
               WRITE CBREG-LINE
               CLOSE STDCBATCHREG
           END-IF.
       APPLY-PARA.
           PERFORM UNTIL WS-TRANS-STAT NOT = 00
               READ CONTTRANS
               END-READ
               IF (WS-TRANS-STAT = 00) THEN
                   IF (CTRN-BATCH-HEADER) OR (CTRN-BATCH-TRAILER)
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-TRANS-PARA
                   END-IF
               END-IF
           END-PERFORM.
       APPLY-EXIT.
           EXIT.
       APPLY-TRANS-PARA.
           MOVE "APPLIED " TO WS-DISPOSITION
           MOVE SPACES     TO WS-REASON
           EVALUATE TRUE
               WHEN NOT CTRN-VALID-ACTION
                   MOVE "R01-INVALID ACTION, NOT A U OR D"
                       TO WS-REASON
               WHEN CTRN-ADD
                   PERFORM ADD-PARA
               WHEN CTRN-UPDATE
                   PERFORM UPDATE-PARA
               WHEN CTRN-DELETE
                   PERFORM DELETE-PARA
           END-EVALUATE
           IF (WS-REASON NOT = SPACES)
               MOVE "REJECTED" TO WS-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM CAPPLY-DETAIL-PARA.
       ADD-PARA.
           PERFORM EDIT-FIELDS-PARA
           IF (WS-REASON = SPACES)
               MOVE CTRN-BODY TO CONT-REC
               WRITE CONT-REC
                   INVALID KEY
                       MOVE "R03-DUPLICATE ADD, ID ON FILE"
                           TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF.
       UPDATE-PARA.
           PERFORM EDIT-FIELDS-PARA
           IF (WS-REASON = SPACES)
               MOVE CTRN-BODY TO CONT-REC
               REWRITE CONT-REC
                   INVALID KEY
                       MOVE "R04-STUDENT NOT FOUND" TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-UPDATE-COUNT
               END-REWRITE
           END-IF.
       DELETE-PARA.
           MOVE CTRN-STUD-ID TO CONT-STUD-ID
           DELETE CONTFILE
               INVALID KEY
                   MOVE "R04-STUDENT NOT FOUND" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       EDIT-FIELDS-PARA.
      * Field edits shared by add and update, the two actions that
      * carry a full record: STDCLOAD's load edits, so a record
      * maintained in never fails a rule a loaded one must pass.
           IF (CTRN-YEAR NOT NUMERIC) OR (CTRN-SERIAL NOT NUMERIC)
               MOVE "R05-STUD-ID NOT VALID" TO WS-REASON
           ELSE
               IF (CTRN-GUARDIAN = SPACES)
                   MOVE "R02-GUARDIAN NAME MISSING" TO WS-REASON
               ELSE
                   IF (CTRN-ADDRESS(1) = SPACES)
                       MOVE "R06-POSTAL ADDRESS MISSING"
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.
       CAPPLY-DETAIL-PARA.
           MOVE CTRN-ACTION    TO WS-AD-ACTION
           MOVE CTRN-STUD-ID   TO WS-AD-ID
           MOVE CTRN-GUARDIAN  TO WS-AD-NAME
           MOVE WS-DISPOSITION TO WS-AD-DISP
           MOVE WS-REASON      TO WS-AD-REASON
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-DETAIL-LINE.
       CONTROL-COUNT-PARA.
           MOVE "TRANS READ-"      TO WS-AC-LABEL
           MOVE WS-TRANS-COUNT     TO WS-AC-COUNT
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-COUNT-LINE
           MOVE "ADDS APPLIED-"    TO WS-AC-LABEL
           MOVE WS-ADD-COUNT       TO WS-AC-COUNT
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-COUNT-LINE
           MOVE "UPDATES APPLIED-" TO WS-AC-LABEL
           MOVE WS-UPDATE-COUNT    TO WS-AC-COUNT
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-COUNT-LINE
           MOVE "DELETES APPLIED-" TO WS-AC-LABEL
           MOVE WS-DELETE-COUNT    TO WS-AC-COUNT
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-COUNT-LINE
           MOVE "REJECTED-"        TO WS-AC-LABEL
           MOVE WS-REJECT-COUNT    TO WS-AC-COUNT
           WRITE CAPPLY-RPT-LINE FROM WS-CAPPLY-COUNT-LINE.
       RUN-LOG-PARA.
      * A refused batch is read but never applied, so every detail
      * in its envelope counts as rejected. Contact changes are not
      * journalled, so nothing is written; the changes applied are
      * the updates to the contact master.
           MOVE "STDCAPPLY"      TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-TRANS-FILENAME) " "
               FUNCTION TRIM(WS-CONT-FILENAME)
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
           MOVE ZERO             TO RUN-WRITTEN
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDCAPPLY.
