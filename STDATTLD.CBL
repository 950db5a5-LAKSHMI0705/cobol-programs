      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly class attendance load. Reads the month's
      *          attendance file from the departments (ATTNMONTHFILE,
      *          default STDATTMON.txt, one STDATTN line per student
      *          per subject position: classes held and attended) and
      *          adds it into the term's indexed attendance master
      *          (ATTMFILE, default STDATTM.dat), keyed on stud-id and
      *          subject position, so the eligibility run (STDELIG)
      *          works from the term's running totals. Each line is
      *          edited before it is added -- a stud-id whose year or
      *          serial is not numeric, a subject position outside 1-5,
      *          a month that is not a YYYYMM month, class counts that
      *          are not numeric or more classes attended than held --
      *          and a line for a month already loaded for that
      *          student and subject (the same month loaded twice, or
      *          an older month after a newer one) is refused rather
      *          than counted twice; every refusal goes to
      *          STDATTREJ.txt with its reason. ATTNNEWTERM=Y clears
      *          the master first, to start a new term. The operator
      *          must hold the CORRECTIONS role or above on the
      *          operator master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDATTLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTNMONTH
           ASSIGN TO WS-MONTH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MONTH-STAT.

      * OPTIONAL: the first load of the first term creates the
      * master. RANDOM access, as STDCAPPLY: READ's INVALID KEY then
      * means only a student and subject not yet on the master.
           SELECT OPTIONAL ATTMFILE
           ASSIGN TO WS-ATTM-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ATTM-KEY
           FILE STATUS IS WS-STAT.

           SELECT STDATTREJ
           ASSIGN TO 'STDATTREJ.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD ATTNMONTH.
           COPY STDATTN.

       FD ATTMFILE.
           COPY STDATTM.

       FD STDATTREJ.
       01 ATTREJ-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-MONTH-FILENAME PIC X(100).
       77 WS-ATTM-FILENAME  PIC X(100).
       77 WS-MONTH-STAT     PIC 99.
       77 WS-STAT           PIC 99.
       77 WS-REJ-STAT       PIC 99.
       77 WS-NEW-TERM       PIC X(10).
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-ADDED-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-UPDATED-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-EDIT-REASON    PIC X(34).
       77 WS-ON-MASTER      PIC X.
           88 ON-MASTER      VALUE 'Y'.
       77 WS-MONTH-OF-YEAR  PIC 99.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

       01 WS-ATTREJ-REC-LINE.
           05 WS-AR-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AR-SUBJ    PIC X(1).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AR-MONTH   PIC X(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AR-HELD    PIC X(3).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AR-ATTENDED PIC X(3).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AR-REASON  PIC X(34).
           05 FILLER        PIC X(11) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT ATTNMONTH
           IF (WS-MONTH-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN ATTENDANCE FILE "
                   WS-MONTH-FILENAME " STATUS-" WS-MONTH-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * A new term starts from an empty master: OUTPUT creates it
      * empty, and it is then reopened for the month's additions.
           IF (WS-NEW-TERM = "Y")
               OPEN OUTPUT ATTMFILE
               IF (WS-STAT NOT = 00) THEN
                   DISPLAY "UNABLE TO CLEAR ATTMFILE, STATUS-" WS-STAT
                   CLOSE ATTNMONTH
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUN-LOG-PARA
                   STOP RUN
               END-IF
               CLOSE ATTMFILE
               DISPLAY "ATTENDANCE MASTER CLEARED FOR NEW TERM"
           END-IF
      * Status 05 is the OPTIONAL master being created on the very
      * first load -- a good open.
           OPEN I-O ATTMFILE
           IF (WS-STAT NOT = 00) AND (WS-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN ATTMFILE, STATUS-" WS-STAT
               CLOSE ATTNMONTH
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDATTREJ
           IF (WS-REJ-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDATTREJ, STATUS-" WS-REJ-STAT
               CLOSE ATTNMONTH
               CLOSE ATTMFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM LOAD-PARA THRU LOAD-EXIT
           CLOSE ATTNMONTH
           CLOSE ATTMFILE
           CLOSE STDATTREJ
           DISPLAY "ATTENDANCE LINES READ-" WS-READ-COUNT
           DISPLAY "NEW STUDENT SUBJECTS-" WS-ADDED-COUNT
           DISPLAY "STUDENT SUBJECTS UPDATED-" WS-UPDATED-COUNT
           DISPLAY "LINES REJECTED-" WS-REJECT-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * The term's attendance decides who may sit, so loading it is
      * a corrections desk job; a refused operator has been logged by
      * OPERAUTH and the run stops before anything is opened.
           MOVE "STDATTLD"        TO OPER-PROGRAM
           MOVE "LOAD"            TO OPER-FUNCTION
           MOVE "CORRECTIONS"     TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-MONTH-FILENAME FROM ENVIRONMENT "ATTNMONTHFILE"
           IF (WS-MONTH-FILENAME = SPACES)
               MOVE "STDATTMON.txt" TO WS-MONTH-FILENAME
           END-IF
           ACCEPT WS-ATTM-FILENAME FROM ENVIRONMENT "ATTMFILE"
           IF (WS-ATTM-FILENAME = SPACES)
               MOVE "STDATTM.dat" TO WS-ATTM-FILENAME
           END-IF
           ACCEPT WS-NEW-TERM FROM ENVIRONMENT "ATTNNEWTERM".
       LOAD-PARA.
           PERFORM UNTIL WS-MONTH-STAT NOT = 00
               READ ATTNMONTH
               END-READ
               IF (WS-MONTH-STAT = 00) THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM LOAD-LINE-PARA
               END-IF
           END-PERFORM.
       LOAD-EXIT.
           EXIT.
       LOAD-LINE-PARA.
           PERFORM ATTN-EDIT-PARA
           IF (WS-EDIT-REASON = SPACES)
               PERFORM MASTER-LOOKUP-PARA
               IF (ON-MASTER) AND (ATTN-MONTH NOT > ATTM-LAST-MONTH)
                   MOVE "R06-MONTH ALREADY LOADED"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF (WS-EDIT-REASON NOT = SPACES)
               ADD 1 TO WS-REJECT-COUNT
               PERFORM ATTREJ-PARA
           ELSE
               IF (ON-MASTER)
                   PERFORM MASTER-UPDATE-PARA
               ELSE
                   PERFORM MASTER-ADD-PARA
               END-IF
           END-IF.
       ATTN-EDIT-PARA.
           MOVE SPACES TO WS-EDIT-REASON
           IF (ATTN-YEAR NOT NUMERIC) OR (ATTN-SERIAL NOT NUMERIC)
               MOVE "R01-STUD-ID NOT VALID" TO WS-EDIT-REASON
           ELSE
               IF (ATTN-SUBJ NOT NUMERIC) OR (ATTN-SUBJ < 1)
                       OR (ATTN-SUBJ > 5)
                   MOVE "R02-SUBJECT POSITION NOT 1-5"
                       TO WS-EDIT-REASON
               ELSE
                   PERFORM MONTH-EDIT-PARA
               END-IF
           END-IF.
       MONTH-EDIT-PARA.
           IF (ATTN-MONTH NOT NUMERIC)
               MOVE "R03-MONTH NOT VALID" TO WS-EDIT-REASON
           ELSE
               MOVE ATTN-MONTH(5:2) TO WS-MONTH-OF-YEAR
               IF (WS-MONTH-OF-YEAR < 1) OR (WS-MONTH-OF-YEAR > 12)
                   MOVE "R03-MONTH NOT VALID" TO WS-EDIT-REASON
               ELSE
                   IF (ATTN-HELD NOT NUMERIC)
                           OR (ATTN-ATTENDED NOT NUMERIC)
                       MOVE "R04-CLASS COUNTS NOT NUMERIC"
                           TO WS-EDIT-REASON
                   ELSE
                       IF (ATTN-ATTENDED > ATTN-HELD)
                           MOVE "R05-ATTENDED EXCEEDS HELD"
                               TO WS-EDIT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MASTER-LOOKUP-PARA.
           MOVE ATTN-STUD-ID TO ATTM-STUD-ID
           MOVE ATTN-SUBJ    TO ATTM-SUBJ
           MOVE 'Y' TO WS-ON-MASTER
           READ ATTMFILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ.
       MASTER-ADD-PARA.
           MOVE ATTN-STUD-ID  TO ATTM-STUD-ID
           MOVE ATTN-SUBJ     TO ATTM-SUBJ
           MOVE ATTN-HELD     TO ATTM-HELD
           MOVE ATTN-ATTENDED TO ATTM-ATTENDED
           MOVE ATTN-MONTH    TO ATTM-FIRST-MONTH
           MOVE ATTN-MONTH    TO ATTM-LAST-MONTH
           MOVE 1             TO ATTM-MONTHS
           WRITE ATTM-REC
               INVALID KEY
                   DISPLAY "ATTMFILE WRITE FAILED, ID-" ATTN-STUD-ID
                       " STATUS-" WS-STAT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.
       MASTER-UPDATE-PARA.
           ADD ATTN-HELD     TO ATTM-HELD
           ADD ATTN-ATTENDED TO ATTM-ATTENDED
           MOVE ATTN-MONTH   TO ATTM-LAST-MONTH
           ADD 1             TO ATTM-MONTHS
           REWRITE ATTM-REC
               INVALID KEY
                   DISPLAY "ATTMFILE REWRITE FAILED, ID-" ATTN-STUD-ID
                       " STATUS-" WS-STAT
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.
       ATTREJ-PARA.
           MOVE SPACES         TO WS-ATTREJ-REC-LINE
           MOVE ATTN-STUD-ID   TO WS-AR-ID
           MOVE ATTN-SUBJ      TO WS-AR-SUBJ
           MOVE ATTN-MONTH     TO WS-AR-MONTH
           MOVE ATTN-HELD      TO WS-AR-HELD
           MOVE ATTN-ATTENDED  TO WS-AR-ATTENDED
           MOVE WS-EDIT-REASON TO WS-AR-REASON
           WRITE ATTREJ-LINE FROM WS-ATTREJ-REC-LINE.
       RUN-LOG-PARA.
      * A new term's master is built afresh, so its additions are
      * records written; any other month adds to and updates the
      * master that is already there.
           MOVE "STDATTLD"       TO RUN-PROGRAM
           MOVE WS-MONTH-FILENAME TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-REJECT-COUNT  TO RUN-REJECTED
           IF (WS-NEW-TERM = "Y")
               MOVE WS-ADDED-COUNT   TO RUN-WRITTEN
               MOVE WS-UPDATED-COUNT TO RUN-UPDATED
           ELSE
               MOVE ZERO             TO RUN-WRITTEN
               ADD WS-ADDED-COUNT WS-UPDATED-COUNT
                   GIVING RUN-UPDATED
           END-IF
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDATTLD.
