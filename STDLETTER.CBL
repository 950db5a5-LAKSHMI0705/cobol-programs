      ******************************************************************
      * Author:
      * Date:
      * Purpose: Result-notification letter run. Reads STDFILE in
      *          stud-id order and, for each student, looks up the
      *          guardian on the contact master (CONTFILE) and writes
      *          a letter to STDLETTER.txt: the guardian's name and
      *          postal address, the examination period (EXAMPERIOD),
      *          each subject by name with its marks (ABSENT, EXEMPT or
      *          NOT ELIGIBLE where the paper was not sat, G where
      *          grace is included), the total, average and overall
      *          PASS/FAIL worked out as stdmarks and STDMSHEET do,
      *          and the papers the student may re-sit at the
      *          supplementary examination (STDSUPP) -- any paper
      *          absent, or sat and below its subject pass mark. A
      *          matching address label is written to STDLABEL.txt for
      *          each letter. A student with no contact record gets no
      *          letter: the student is listed on the STDLETEXC.txt
      *          exceptions page for the office to chase. Records
      *          failing the stdmarks reject rules are skipped, as on
      *          the marksheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDLETTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE
           ASSIGN TO WS-STD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUD-ID
           FILE STATUS IS WS-STAT.

           SELECT CONTFILE
           ASSIGN TO WS-CONT-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONT-STUD-ID
           FILE STATUS IS WS-CONT-STAT.

           SELECT STDLETTER
           ASSIGN TO 'STDLETTER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STAT.

           SELECT STDLABEL
           ASSIGN TO 'STDLABEL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABEL-STAT.

           SELECT STDLETEXC
           ASSIGN TO 'STDLETEXC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDFILE.
           COPY STDREC.

       FD CONTFILE.
           COPY STDCONT.

       FD STDLETTER.
       01 LETTER-LINE       PIC X(80).

       FD STDLABEL.
       01 LABEL-LINE        PIC X(40).

       FD STDLETEXC.
       01 EXC-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-CONT-FILENAME  PIC X(100).
       77 WS-STAT           PIC 99.
       77 WS-CONT-STAT      PIC 99.
       77 WS-LETTER-STAT    PIC 99.
       77 WS-LABEL-STAT     PIC 99.
       77 WS-EXC-STAT       PIC 99.
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-ADDR-IDX       PIC 9.
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-LETTER-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-EXC-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-RESIT-COUNT    PIC 9    VALUE ZERO.
       77 WS-PASSING-CUTOFF PIC 999  VALUE 35.
       77 WS-CUTOFF-TEXT    PIC X(10).
       77 WS-EXAM-PERIOD    PIC X(8).
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-RECORD-OK      PIC X.
           88 RECORD-CLEAN   VALUE 'Y'.
       77 WS-ATTEMPTED-COUNT PIC 9.
       77 WS-HAS-ABSENT     PIC X.
           88 STUDENT-HAS-ABSENT VALUE 'Y'.
       77 WS-EXT-SHORT      PIC X.
           88 STUDENT-EXT-SHORT VALUE 'Y'.
       77 WS-HAS-GRACE      PIC X.
           88 LETTER-HAS-GRACE VALUE 'Y'.
       77 WS-CONTACT-FOUND  PIC X.
           88 CONTACT-ON-FILE VALUE 'Y'.

       01 WS-STUDENT-TOTALS.
           05 WS-STUD-TOTAL     PIC 9999.
           05 WS-STUD-AVERAGE   PIC 999V99.

      * Subject names, maximums and pass marks from the subject master
      * (SUBJLOAD); the pass mark decides which papers may be re-sat.
           COPY SUBJWS.

       01 WS-LETTER-RULE-LINE.
           05 FILLER        PIC X(60) VALUE ALL "=".
           05 FILLER        PIC X(20) VALUE SPACES.

       01 WS-LETTER-ADDR-LINE.
           05 WS-LA-TEXT    PIC X(30).
           05 FILLER        PIC X(50) VALUE SPACES.

       01 WS-LETTER-PIN-LINE.
           05 FILLER        PIC X(4)  VALUE "PIN-".
           05 WS-LP-PIN     PIC X(8).
           05 FILLER        PIC X(68) VALUE SPACES.

       01 WS-LETTER-DATE-LINE.
           05 FILLER        PIC X(5)  VALUE "DATE-".
           05 WS-LD-DATE    PIC 9(8).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(12) VALUE "EXAMINATION-".
           05 WS-LD-PERIOD  PIC X(8).
           05 FILLER        PIC X(44) VALUE SPACES.

       01 WS-LETTER-DEAR-LINE.
           05 FILLER        PIC X(5)  VALUE "DEAR ".
           05 WS-LG-NAME    PIC X(30).
           05 FILLER        PIC X(1)  VALUE ",".
           05 FILLER        PIC X(44) VALUE SPACES.

       01 WS-LETTER-INTRO-LINE.
           05 FILLER        PIC X(36)
                            VALUE "THE EXAMINATION RESULT OF YOUR WARD".
           05 WS-LI-NAME    PIC X(20).
           05 FILLER        PIC X(4)  VALUE " ID-".
           05 WS-LI-ID      PIC X(12).
           05 FILLER        PIC X(8)  VALUE SPACES.

       01 WS-LETTER-SUBJ-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-LS-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "MARKS-".
      * The marks, or ABSENT / EXEMPT / NOT ELIGIBLE in their place,
      * so a paper not sat never reads as a scored zero.
           05 WS-LS-MARK-AREA.
              10 WS-LS-MARK PIC ZZ9.
              10 FILLER     PIC X(9).
           05 WS-LS-MARK-TEXT REDEFINES WS-LS-MARK-AREA
                            PIC X(12).
           05 WS-LS-GRACE   PIC X(2).
           05 FILLER        PIC X(33) VALUE SPACES.

       01 WS-LETTER-TOTAL-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "TOTAL-".
           05 WS-LT-TOTAL   PIC ZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "AVERAGE-".
           05 WS-LT-AVG     PIC ZZ9.99.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "RESULT-".
           05 WS-LT-RESULT  PIC X(4).
           05 FILLER        PIC X(35) VALUE SPACES.

       01 WS-LETTER-GRACE-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(40)
                            VALUE "G - MARK INCLUDES GRACE".
           05 FILLER        PIC X(36) VALUE SPACES.

       01 WS-LETTER-RESIT-HEAD.
           05 FILLER        PIC X(34)
                            VALUE "THE FOLLOWING PAPERS MAY BE RE-SAT".
           05 FILLER        PIC X(34)
                            VALUE " AT THE SUPPLEMENTARY EXAMINATION:".
           05 FILLER        PIC X(12) VALUE SPACES.

       01 WS-LETTER-RESIT-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 WS-LR-NAME    PIC X(20).
           05 FILLER        PIC X(56) VALUE SPACES.

       01 WS-LETTER-CLOSE-LINE.
           05 FILLER        PIC X(26)
                            VALUE "CONTROLLER OF EXAMINATIONS".
           05 FILLER        PIC X(54) VALUE SPACES.

       01 WS-LABEL-TEXT-LINE.
           05 WS-LB-TEXT    PIC X(30).
           05 FILLER        PIC X(10) VALUE SPACES.

       01 WS-LABEL-PIN-LINE.
           05 FILLER        PIC X(4)  VALUE "PIN-".
           05 WS-LB-PIN     PIC X(8).
           05 FILLER        PIC X(28) VALUE SPACES.

       01 WS-EXC-TITLE-LINE.
           05 FILLER        PIC X(40)
                   VALUE "RESULT LETTERS NOT SENT - NO CONTACT".
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-EXC-DETAIL-LINE.
           05 WS-EX-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-EX-NAME    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-EX-REASON  PIC X(30).
           05 FILLER        PIC X(14) VALUE SPACES.

       01 WS-EXC-COUNT-LINE.
           05 WS-EC-LABEL   PIC X(24).
           05 WS-EC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(50) VALUE SPACES.

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
           OPEN INPUT CONTFILE
           IF (WS-CONT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN CONTFILE, STATUS-" WS-CONT-STAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDLETTER
           IF (WS-LETTER-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDLETTER, STATUS-"
                   WS-LETTER-STAT
               CLOSE STDFILE
               CLOSE CONTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDLABEL
           IF (WS-LABEL-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDLABEL, STATUS-"
                   WS-LABEL-STAT
               CLOSE STDFILE
               CLOSE CONTFILE
               CLOSE STDLETTER
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDLETEXC
           IF (WS-EXC-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDLETEXC, STATUS-"
                   WS-EXC-STAT
               CLOSE STDFILE
               CLOSE CONTFILE
               CLOSE STDLETTER
               CLOSE STDLABEL
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           WRITE EXC-LINE FROM WS-EXC-TITLE-LINE
           PERFORM READ-PARA THRU READ-EXIT
           PERFORM EXC-COUNT-PARA
           CLOSE STDFILE
           CLOSE CONTFILE
           CLOSE STDLETTER
           CLOSE STDLABEL
           CLOSE STDLETEXC
           DISPLAY "LETTERS WRITTEN-" WS-LETTER-COUNT
           DISPLAY "NO CONTACT RECORD-" WS-EXC-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
           ACCEPT WS-CONT-FILENAME FROM ENVIRONMENT "CONTFILE"
           IF (WS-CONT-FILENAME = SPACES)
               MOVE "STDCONT.dat" TO WS-CONT-FILENAME
           END-IF
           ACCEPT WS-CUTOFF-TEXT FROM ENVIRONMENT "PASSCUTOFF"
           IF (WS-CUTOFF-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-CUTOFF-TEXT)
                   TO WS-PASSING-CUTOFF
           END-IF
      * The letter names the examination the way the history record
      * does, from EXAMPERIOD (e.g. 2026-T1).
           ACCEPT WS-EXAM-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           IF (WS-EXAM-PERIOD = SPACES)
               MOVE "UNKNOWN" TO WS-EXAM-PERIOD
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       READ-PARA.
           PERFORM UNTIL WS-STAT NOT = 00
           READ STDFILE NEXT RECORD
           END-READ
           IF (WS-STAT NOT = 10) THEN
               ADD 1 TO WS-READ-COUNT
               PERFORM SCREEN-PARA
               IF (RECORD-CLEAN) THEN
                   PERFORM CONTACT-PARA
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-IF
           END-PERFORM.
       READ-EXIT.
           EXIT.
       SCREEN-PARA.
      * Write only to the population stdmarks reports: a record with
      * an invalid gender, a mark above its subject's maximum or a bad
      * attendance indicator is on stdmarks' reject file instead.
           MOVE 'Y' TO WS-RECORD-OK
           IF (NOT VALIDG)
               MOVE 'N' TO WS-RECORD-OK
           ELSE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                   IF STUD-SUBJ-MARKS(WS-SUBJ-IDX)
                           > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
                   IF NOT SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                       MOVE 'N' TO WS-RECORD-OK
                   END-IF
               END-PERFORM
           END-IF.
       CONTACT-PARA.
           MOVE STUD-ID TO CONT-STUD-ID
           MOVE 'Y' TO WS-CONTACT-FOUND
           READ CONTFILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTACT-FOUND
           END-READ
           IF (CONTACT-ON-FILE)
               PERFORM STUDENT-TOTAL-PARA
               PERFORM LETTER-PARA
               PERFORM LABEL-PARA
           ELSE
               PERFORM EXCEPTION-PARA
           END-IF.
       STUDENT-TOTAL-PARA.
      * Total and average over the papers actually sat, as stdmarks
      * and STDMSHEET compute them.
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
           END-PERFORM
           IF WS-ATTEMPTED-COUNT > 0
               DIVIDE WS-STUD-TOTAL BY WS-ATTEMPTED-COUNT
                       GIVING WS-STUD-AVERAGE ROUNDED
           ELSE
               MOVE ZERO TO WS-STUD-AVERAGE
           END-IF.
       LETTER-PARA.
           ADD 1 TO WS-LETTER-COUNT
           WRITE LETTER-LINE FROM WS-LETTER-RULE-LINE
           MOVE CONT-GUARDIAN TO WS-LA-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-ADDR-LINE
      * Address lines 2 and 3 are optional; a blank one is not
      * printed, so the PIN sits directly under the last line used.
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 3
               IF CONT-ADDRESS(WS-ADDR-IDX) NOT = SPACES
                   MOVE CONT-ADDRESS(WS-ADDR-IDX) TO WS-LA-TEXT
                   WRITE LETTER-LINE FROM WS-LETTER-ADDR-LINE
               END-IF
           END-PERFORM
           MOVE CONT-PINCODE TO WS-LP-PIN
           WRITE LETTER-LINE FROM WS-LETTER-PIN-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-RUN-DATE    TO WS-LD-DATE
           MOVE WS-EXAM-PERIOD TO WS-LD-PERIOD
           WRITE LETTER-LINE FROM WS-LETTER-DATE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CONT-GUARDIAN TO WS-LG-NAME
           WRITE LETTER-LINE FROM WS-LETTER-DEAR-LINE
           MOVE STUD-NAME TO WS-LI-NAME
           MOVE STUD-ID   TO WS-LI-ID
           WRITE LETTER-LINE FROM WS-LETTER-INTRO-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'N' TO WS-HAS-GRACE
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM SUBJECT-LINE-PARA
           END-PERFORM
           MOVE WS-STUD-TOTAL   TO WS-LT-TOTAL
           MOVE WS-STUD-AVERAGE TO WS-LT-AVG
      * An absent paper fails the student outright, as on the
      * marksheet.
           IF WS-STUD-AVERAGE >= WS-PASSING-CUTOFF
                   AND NOT STUDENT-HAS-ABSENT
                   AND NOT STUDENT-EXT-SHORT
               MOVE "PASS" TO WS-LT-RESULT
           ELSE
               MOVE "FAIL" TO WS-LT-RESULT
           END-IF
           WRITE LETTER-LINE FROM WS-LETTER-TOTAL-LINE
           IF (LETTER-HAS-GRACE)
               WRITE LETTER-LINE FROM WS-LETTER-GRACE-LINE
           END-IF
           PERFORM RESIT-PARA
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM WS-LETTER-CLOSE-LINE.
       SUBJECT-LINE-PARA.
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-LS-NAME
           EVALUATE TRUE
               WHEN SUBJ-ABSENT(WS-SUBJ-IDX)
                   MOVE "ABSENT" TO WS-LS-MARK-TEXT
               WHEN SUBJ-EXEMPT(WS-SUBJ-IDX)
                   MOVE "EXEMPT" TO WS-LS-MARK-TEXT
               WHEN SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE "NOT ELIGIBLE" TO WS-LS-MARK-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-LS-MARK-TEXT
                   MOVE STUD-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-LS-MARK
           END-EVALUATE
           IF SUBJ-GRACED(WS-SUBJ-IDX)
               MOVE " G" TO WS-LS-GRACE
               MOVE 'Y' TO WS-HAS-GRACE
           ELSE
               MOVE SPACES TO WS-LS-GRACE
           END-IF
           WRITE LETTER-LINE FROM WS-LETTER-SUBJ-LINE.
       RESIT-PARA.
      * STDSUPP's eligibility rule: a paper the student was absent
      * for, or sat and scored below the subject pass mark or below
      * its external minimum, may be re-sat; an exempt paper was
      * never failed and may not, nor may a paper debarred for
      * attendance.
           MOVE ZERO TO WS-RESIT-COUNT
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-ABSENT(WS-SUBJ-IDX)
                       OR (SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                       AND STUD-SUBJ-MARKS(WS-SUBJ-IDX) <
                       SUBJ-PASS-MARKS(WS-SUBJ-IDX))
                       OR (SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                       AND SUBJ-EXT-BELOW-MIN(WS-SUBJ-IDX))
                   IF WS-RESIT-COUNT = ZERO
                       MOVE SPACES TO LETTER-LINE
                       WRITE LETTER-LINE
                       WRITE LETTER-LINE FROM WS-LETTER-RESIT-HEAD
                   END-IF
                   ADD 1 TO WS-RESIT-COUNT
                   MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-LR-NAME
                   WRITE LETTER-LINE FROM WS-LETTER-RESIT-LINE
               END-IF
           END-PERFORM.
       LABEL-PARA.
      * One label per letter, one-up: guardian, the address lines in
      * use, PIN, then a blank line to the next label.
           MOVE CONT-GUARDIAN TO WS-LB-TEXT
           WRITE LABEL-LINE FROM WS-LABEL-TEXT-LINE
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 3
               IF CONT-ADDRESS(WS-ADDR-IDX) NOT = SPACES
                   MOVE CONT-ADDRESS(WS-ADDR-IDX) TO WS-LB-TEXT
                   WRITE LABEL-LINE FROM WS-LABEL-TEXT-LINE
               END-IF
           END-PERFORM
           MOVE CONT-PINCODE TO WS-LB-PIN
           WRITE LABEL-LINE FROM WS-LABEL-PIN-LINE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE.
       EXCEPTION-PARA.
           ADD 1 TO WS-EXC-COUNT
           MOVE STUD-ID   TO WS-EX-ID
           MOVE STUD-NAME TO WS-EX-NAME
           MOVE "NO CONTACT RECORD" TO WS-EX-REASON
           WRITE EXC-LINE FROM WS-EXC-DETAIL-LINE.
       EXC-COUNT-PARA.
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE "LETTERS WRITTEN-"     TO WS-EC-LABEL
           MOVE WS-LETTER-COUNT        TO WS-EC-COUNT
           WRITE EXC-LINE FROM WS-EXC-COUNT-LINE
           MOVE "NO CONTACT RECORD-"   TO WS-EC-LABEL
           MOVE WS-EXC-COUNT           TO WS-EC-COUNT
           WRITE EXC-LINE FROM WS-EXC-COUNT-LINE.
       RUN-LOG-PARA.
      * Rejected is the reject-rule skips and the letters that could
      * not go for want of a contact record.
           MOVE "STDLETTER"      TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-STD-FILENAME) " "
               FUNCTION TRIM(WS-CONT-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-LETTER-COUNT  TO RUN-WRITTEN
           ADD WS-SKIP-COUNT WS-EXC-COUNT GIVING RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDLETTER.
