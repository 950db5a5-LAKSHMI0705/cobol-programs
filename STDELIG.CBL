      ******************************************************************
      * Author:
      * Date:
      * Purpose: Examination eligibility run on class attendance, made
      *          before hall tickets are issued. Reads the term's
      *          attendance master (ATTMFILE, built month by month by
      *          STDATTLD) and works out each student's attendance per
      *          subject -- classes attended as a percentage of classes
      *          held -- against the university's threshold
      *          (ATTNTHRESH, default 75). A paper below the threshold
      *          is debarred: its STUD-SUBJ-ATTEND on STDFILE is set D,
      *          not eligible, so STDHALL gives it no seat and the
      *          marks programs report it as not eligible rather than
      *          absent. The principal's condonations (CONDONFILE,
      *          default STDCONDN.txt, one STDCOND line per paper
      *          allowed) override individual cases; a paper that is
      *          condoned, or whose attendance has since risen to the
      *          threshold, has a D left by an earlier run cleared. A
      *          paper already marked absent or exempt is left as it
      *          stands. Each changed student's REWRITE is journalled
      *          to STDJRNL.txt under its own B action. The debarment
      *          list (STDDEBAR.txt) gives, section by section for the
      *          principal's signature, every paper debarred, condoned
      *          or reinstated with its classes held and attended and
      *          percentage, and closes with the exceptions -- an
      *          attendance record for a student not on STDFILE, a
      *          condonation that matched no paper below the
      *          threshold -- and the run's counts. Only an
      *          EXAM-CONTROLLER on the operator master may run it,
      *          and never once the exam period's results have been
      *          published (STDPUBL): eligibility is settled before
      *          the examination, not amended after the results.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDELIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTMFILE
           ASSIGN TO WS-ATTM-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ATTM-KEY
           FILE STATUS IS WS-ATTM-STAT.

           SELECT STDFILE
           ASSIGN TO WS-STD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUD-ID
           FILE STATUS IS WS-STAT.

           SELECT OPTIONAL STDCONDN
           ASSIGN TO WS-COND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COND-STAT.

           SELECT STDDEBAR
           ASSIGN TO 'STDDEBAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT OPTIONAL STDJOURNAL
           ASSIGN TO 'STDJRNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STAT.

           SELECT SORTWORK
           ASSIGN TO 'STDELIG.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD ATTMFILE.
           COPY STDATTM.

       FD STDFILE.
           COPY STDREC.

       FD STDCONDN.
           COPY STDCOND.

       FD STDDEBAR.
       01 DEBAR-LINE        PIC X(100).

       FD STDJOURNAL.
           COPY STDJRNL.

       SD SORTWORK.
       01 SORT-REC.
           05 SORT-SECTION      PIC X(3).
           05 SORT-ID           PIC X(12).
           05 SORT-SUBJ         PIC 9.
           05 SORT-NAME         PIC X(20).
           05 SORT-HELD         PIC 9(4).
           05 SORT-ATTENDED     PIC 9(4).
           05 SORT-PCT          PIC 999V9.
           05 SORT-STATUS       PIC X(10).
           05 SORT-REF          PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-ATTM-FILENAME  PIC X(100).
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-COND-FILENAME  PIC X(100).
       77 WS-ATTM-STAT      PIC 99.
       77 WS-STAT           PIC 99.
       77 WS-COND-STAT      PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-JRNL-STAT      PIC 99.
       77 WS-OPERATOR       PIC X(8).
       77 WS-BEFORE-IMAGE   PIC X(93).
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-THRESHOLD      PIC 999V9 VALUE 75.
       77 WS-THRESH-TEXT    PIC X(10).
       77 WS-PCT            PIC 999V9.
       77 WS-CUR-ID         PIC X(12).
       77 WS-CUR-SECTION    PIC X(3).
       77 WS-ATTM-READ      PIC 9(6) VALUE ZERO.
       77 WS-STUD-CHECKED   PIC 9(6) VALUE ZERO.
       77 WS-STUD-UPDATED   PIC 9(6) VALUE ZERO.
       77 WS-DEBAR-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-CONDONE-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-REINSTATE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-NOT-FOUND-COUNT PIC 9(6) VALUE ZERO.
       77 WS-FAILED-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-SECT-DEBARRED  PIC 9(6).
       77 WS-SECT-CONDONED  PIC 9(6).
       77 WS-STUD-CHANGED   PIC X.
           88 STUDENT-CHANGED VALUE 'Y'.
       77 WS-SORT-EOF       PIC X.
           88 SORT-EOF       VALUE 'Y'.
       77 WS-LISTED         PIC X    VALUE 'N'.
           88 LIST-HAS-LINES VALUE 'Y'.
       77 WS-COND-COUNT     PIC 9(4) VALUE ZERO.
       77 WS-COND-MAX       PIC 9(4) VALUE 500.
       77 WS-COND-IDX       PIC 9(4).
       77 WS-COND-OVER      PIC 9(4) VALUE ZERO.
       77 WS-COND-HIT       PIC 9(4).
       77 WS-EXC-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-EXC-MAX        PIC 9(4) VALUE 200.
       77 WS-EXC-IDX        PIC 9(4).
       77 WS-EXC-OVER       PIC 9(4) VALUE ZERO.
       77 WS-NOTE-ID        PIC X(12).
       77 WS-NOTE-TEXT      PIC X(40).

      * The current student's attendance per subject position, held
      * until the master moves on to the next student so the record
      * is read and rewritten once.
       01 WS-PAPER-TABLE.
           05 WS-PP-ENTRY OCCURS 5 TIMES.
              10 WS-PP-FOUND    PIC X.
                 88 WS-PP-ON-MASTER VALUE 'Y'.
              10 WS-PP-HELD     PIC 9(4).
              10 WS-PP-ATTENDED PIC 9(4).

      * The principal's condonations, loaded up front. A condonation
      * past the table is counted and reported; its paper then stands
      * debarred until the table is enlarged, which errs on the side
      * of the threshold.
       01 WS-COND-TABLE.
           05 WS-CD-ENTRY OCCURS 500 TIMES.
              10 WS-CD-ID       PIC X(12).
              10 WS-CD-SUBJ     PIC 9.
              10 WS-CD-REF      PIC X(20).
              10 WS-CD-USED     PIC X.

      * Exceptions for the end of the list, gathered while the master
      * is read.
       01 WS-EXC-TABLE.
           05 WS-EX-ENTRY OCCURS 200 TIMES.
              10 WS-EX-ID       PIC X(12).
              10 WS-EX-SUBJ     PIC 9.
              10 WS-EX-TEXT     PIC X(40).

      * Subject names from the subject master (SUBJLOAD).
           COPY SUBJWS.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Publication lock for the exam period (PUBCHECK).
           COPY PUBWS.

       01 WS-DEBAR-TITLE-LINE.
           05 FILLER        PIC X(36)
                            VALUE "EXAMINATION DEBARMENT LIST".
           05 FILLER        PIC X(8)  VALUE "SECTION-".
           05 WS-DT-SECTION PIC X(3).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(22)
                            VALUE "ATTENDANCE THRESHOLD-".
           05 WS-DT-THRESH  PIC ZZ9.9.
           05 FILLER        PIC X(1)  VALUE "%".
           05 FILLER        PIC X(21) VALUE SPACES.

       01 WS-DEBAR-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STUD-ID".
           05 FILLER        PIC X(21) VALUE "NAME".
           05 FILLER        PIC X(21) VALUE "SUBJECT".
           05 FILLER        PIC X(6)  VALUE "HELD".
           05 FILLER        PIC X(6)  VALUE "ATTND".
           05 FILLER        PIC X(7)  VALUE "PCT".
           05 FILLER        PIC X(11) VALUE "STATUS".
           05 FILLER        PIC X(14) VALUE "CONDONATION".

       01 WS-DEBAR-DETAIL-LINE.
           05 WS-DD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-NAME    PIC X(20).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-DD-SUBJ    PIC X(20).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-DD-HELD    PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-ATTENDED PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-PCT     PIC ZZ9.9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-STATUS  PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-DD-REF     PIC X(14).

       01 WS-DEBAR-SECT-TOTAL-LINE.
           05 FILLER        PIC X(18) VALUE "PAPERS DEBARRED-".
           05 WS-DS-DEBARRED PIC ZZZZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(18) VALUE "PAPERS CONDONED-".
           05 WS-DS-CONDONED PIC ZZZZZ9.
           05 FILLER        PIC X(48) VALUE SPACES.

       01 WS-DEBAR-SIGN-LINE.
           05 FILLER        PIC X(24) VALUE "PRINCIPAL'S SIGNATURE".
           05 FILLER        PIC X(30) VALUE ALL "_".
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "DATE".
           05 FILLER        PIC X(12) VALUE ALL "_".
           05 FILLER        PIC X(24) VALUE SPACES.

       01 WS-DEBAR-NONE-LINE.
           05 FILLER        PIC X(50)
               VALUE "NO PAPER BELOW THE ATTENDANCE THRESHOLD".
           05 FILLER        PIC X(50) VALUE SPACES.

       01 WS-EXC-HEAD-LINE.
           05 FILLER        PIC X(30) VALUE "EXCEPTIONS".
           05 FILLER        PIC X(70) VALUE SPACES.

       01 WS-EXC-DETAIL-LINE.
           05 WS-XD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "SUBJECT-".
           05 WS-XD-SUBJ    PIC 9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-XD-TEXT    PIC X(40).
           05 FILLER        PIC X(35) VALUE SPACES.

       01 WS-DEBAR-COUNT-LINE.
           05 WS-DC-LABEL   PIC X(30).
           05 WS-DC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(64) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           PERFORM COND-LOAD-PARA
           OPEN INPUT ATTMFILE
           IF (WS-ATTM-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN ATTMFILE, STATUS-" WS-ATTM-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN I-O STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE ATTMFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDDEBAR
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDDEBAR, STATUS-" WS-RPT-STAT
               CLOSE ATTMFILE
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * EXTEND, exactly as STDGRACE journals: a journal that cannot be
      * opened stops the run before any paper is debarred
      * unjournaled. Status 05 is the OPTIONAL journal being created.
           OPEN EXTEND STDJOURNAL
           IF (WS-JRNL-STAT NOT = 00) AND (WS-JRNL-STAT NOT = 05) THEN
               DISPLAY "UNABLE TO OPEN STDJRNL, STATUS-" WS-JRNL-STAT
               CLOSE ATTMFILE
               CLOSE STDFILE
               CLOSE STDDEBAR
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * Section, then student, then subject order for the list; the
      * updates themselves are made as the master is read.
           SORT SORTWORK
               ON ASCENDING KEY SORT-SECTION
               ON ASCENDING KEY SORT-ID
               ON ASCENDING KEY SORT-SUBJ
               INPUT PROCEDURE IS ELIGIBILITY-PARA THRU ELIGIBILITY-EXIT
               OUTPUT PROCEDURE IS DEBAR-LIST-PARA THRU DEBAR-LIST-EXIT
           PERFORM EXCEPTION-PARA
           PERFORM CONTROL-COUNT-PARA
           CLOSE ATTMFILE
           CLOSE STDFILE
           CLOSE STDDEBAR
           CLOSE STDJOURNAL
           DISPLAY "ATTENDANCE RECORDS READ-" WS-ATTM-READ
           DISPLAY "STUDENTS CHECKED-" WS-STUD-CHECKED
           DISPLAY "STUDENTS UPDATED-" WS-STUD-UPDATED
           DISPLAY "PAPERS DEBARRED-" WS-DEBAR-COUNT
           DISPLAY "PAPERS CONDONED-" WS-CONDONE-COUNT
           DISPLAY "PAPERS REINSTATED-" WS-REINSTATE-COUNT
           DISPLAY "STUDENTS NOT ON STDFILE-" WS-NOT-FOUND-COUNT
           IF WS-COND-OVER > 0
               DISPLAY "CONDONATIONS PAST TABLE IGNORED-" WS-COND-OVER
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * Debarment decides who may sit, so it is an exam controller's
      * run; a refused operator has been logged by OPERAUTH and the
      * run stops before STDFILE is opened.
           MOVE "STDELIG"         TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE OPER-OPERATOR TO WS-OPERATOR
      * Debarment is settled before the examination. After the
      * results are published a student's result changes only as an
      * amendment carrying its reason, which this run cannot give.
           CALL 'PUBCHECK' USING PUB-CHECK-AREA
           IF (PUB-PERIOD-LOCKED)
               DISPLAY "RESULTS FOR " FUNCTION TRIM(PUB-PERIOD)
                   " PUBLISHED, ELIGIBILITY NOT RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
           ACCEPT WS-ATTM-FILENAME FROM ENVIRONMENT "ATTMFILE"
           IF (WS-ATTM-FILENAME = SPACES)
               MOVE "STDATTM.dat" TO WS-ATTM-FILENAME
           END-IF
           ACCEPT WS-COND-FILENAME FROM ENVIRONMENT "CONDONFILE"
           IF (WS-COND-FILENAME = SPACES)
               MOVE "STDCONDN.txt" TO WS-COND-FILENAME
           END-IF
      * The threshold is the university's rule, overridable per term
      * the way PASSCUTOFF is.
           ACCEPT WS-THRESH-TEXT FROM ENVIRONMENT "ATTNTHRESH"
           IF (WS-THRESH-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-THRESH-TEXT) TO WS-THRESHOLD
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       COND-LOAD-PARA.
      * The condonation file is OPTIONAL: no condonations this term
      * means no file, and every paper below the threshold stands.
           OPEN INPUT STDCONDN
           IF (WS-COND-STAT NOT = 00) AND (WS-COND-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDCONDN, STATUS-" WS-COND-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COND-STAT NOT = 00
               READ STDCONDN
               END-READ
               IF (WS-COND-STAT = 00) THEN
                   IF WS-COND-COUNT < WS-COND-MAX
                       ADD 1 TO WS-COND-COUNT
                       MOVE COND-STUD-ID   TO WS-CD-ID(WS-COND-COUNT)
                       MOVE COND-SUBJ      TO WS-CD-SUBJ(WS-COND-COUNT)
                       MOVE COND-REFERENCE TO WS-CD-REF(WS-COND-COUNT)
                       MOVE 'N'            TO WS-CD-USED(WS-COND-COUNT)
                   ELSE
                       ADD 1 TO WS-COND-OVER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STDCONDN.
       ELIGIBILITY-PARA.
      * The master is in stud-id then subject order, so one student's
      * papers arrive together; each student is settled when the
      * next one starts, and the last at end of file.
           MOVE SPACES TO WS-CUR-ID
           PERFORM CLEAR-PAPERS-PARA
           PERFORM UNTIL WS-ATTM-STAT NOT = 00
               READ ATTMFILE NEXT RECORD
               END-READ
               IF (WS-ATTM-STAT = 00) THEN
                   ADD 1 TO WS-ATTM-READ
                   IF (ATTM-STUD-ID NOT = WS-CUR-ID)
                       IF (WS-CUR-ID NOT = SPACES)
                           PERFORM STUDENT-PARA
                       END-IF
                       MOVE ATTM-STUD-ID TO WS-CUR-ID
                       PERFORM CLEAR-PAPERS-PARA
                   END-IF
                   IF (ATTM-SUBJ >= 1) AND (ATTM-SUBJ <= 5)
                       MOVE 'Y'           TO WS-PP-FOUND(ATTM-SUBJ)
                       MOVE ATTM-HELD     TO WS-PP-HELD(ATTM-SUBJ)
                       MOVE ATTM-ATTENDED TO WS-PP-ATTENDED(ATTM-SUBJ)
                   END-IF
               END-IF
           END-PERFORM
           IF (WS-CUR-ID NOT = SPACES)
               PERFORM STUDENT-PARA
           END-IF.
       ELIGIBILITY-EXIT.
           EXIT.
       CLEAR-PAPERS-PARA.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE 'N'  TO WS-PP-FOUND(WS-SUBJ-IDX)
               MOVE ZERO TO WS-PP-HELD(WS-SUBJ-IDX)
               MOVE ZERO TO WS-PP-ATTENDED(WS-SUBJ-IDX)
           END-PERFORM.
       STUDENT-PARA.
           MOVE WS-CUR-ID TO STUD-ID
           READ STDFILE
               INVALID KEY
                   MOVE 23 TO WS-STAT
           END-READ
           IF (WS-STAT NOT = 00) THEN
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE WS-CUR-ID TO WS-NOTE-ID
               MOVE ZERO TO WS-SUBJ-IDX
               MOVE "ATTENDANCE FOR STUDENT NOT ON STDFILE"
                   TO WS-NOTE-TEXT
               PERFORM NOTE-EXCEPTION-PARA
               MOVE 00 TO WS-STAT
           ELSE
               ADD 1 TO WS-STUD-CHECKED
               MOVE STD-REC TO WS-BEFORE-IMAGE
               MOVE 'N' TO WS-STUD-CHANGED
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                   IF WS-PP-ON-MASTER(WS-SUBJ-IDX)
                       PERFORM PAPER-PARA
                   END-IF
               END-PERFORM
               IF (STUDENT-CHANGED)
                   PERFORM REWRITE-PARA
               END-IF
           END-IF.
       PAPER-PARA.
      * No classes held yet is no shortfall. Otherwise the paper is
      * below the threshold unless the principal has condoned it.
           IF WS-PP-HELD(WS-SUBJ-IDX) = ZERO
               MOVE 100 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PP-ATTENDED(WS-SUBJ-IDX) * 100
                   / WS-PP-HELD(WS-SUBJ-IDX)
           END-IF
           MOVE SPACES TO SORT-STATUS
           MOVE SPACES TO SORT-REF
           IF WS-PCT < WS-THRESHOLD
               PERFORM COND-LOOKUP-PARA
               IF WS-COND-HIT > 0
                   PERFORM CONDONE-PARA
               ELSE
                   PERFORM DEBAR-PARA
               END-IF
           ELSE
               IF SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE SPACE TO STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
                   MOVE 'Y' TO WS-STUD-CHANGED
                   ADD 1 TO WS-REINSTATE-COUNT
                   MOVE "REINSTATED" TO SORT-STATUS
               END-IF
           END-IF
           IF (SORT-STATUS NOT = SPACES)
               PERFORM RELEASE-LINE-PARA
           END-IF.
       COND-LOOKUP-PARA.
           MOVE ZERO TO WS-COND-HIT
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-COND-COUNT
                   OR WS-COND-HIT > 0
               IF WS-CD-ID(WS-COND-IDX) = STUD-ID
                       AND WS-CD-SUBJ(WS-COND-IDX) = WS-SUBJ-IDX
                   MOVE WS-COND-IDX TO WS-COND-HIT
               END-IF
           END-PERFORM.
       CONDONE-PARA.
      * A condoned paper sits; a D from an earlier run is cleared.
           MOVE 'Y' TO WS-CD-USED(WS-COND-HIT)
           MOVE WS-CD-REF(WS-COND-HIT) TO SORT-REF
           MOVE "CONDONED" TO SORT-STATUS
           ADD 1 TO WS-CONDONE-COUNT
           IF SUBJ-DEBARRED(WS-SUBJ-IDX)
               MOVE SPACE TO STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
               MOVE 'Y' TO WS-STUD-CHANGED
           END-IF.
       DEBAR-PARA.
      * Only a paper the student is down to sit is debarred; one
      * already recorded absent or exempt is left as it stands and
      * is not listed.
           IF SUBJ-ATTEMPTED(WS-SUBJ-IDX)
               MOVE 'D' TO STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
               MOVE 'Y' TO WS-STUD-CHANGED
           END-IF
           IF SUBJ-DEBARRED(WS-SUBJ-IDX)
               MOVE "DEBARRED" TO SORT-STATUS
               ADD 1 TO WS-DEBAR-COUNT
           END-IF.
       RELEASE-LINE-PARA.
           MOVE STUD-SECTION TO SORT-SECTION
           MOVE STUD-ID      TO SORT-ID
           MOVE WS-SUBJ-IDX  TO SORT-SUBJ
           MOVE STUD-NAME    TO SORT-NAME
           MOVE WS-PP-HELD(WS-SUBJ-IDX)     TO SORT-HELD
           MOVE WS-PP-ATTENDED(WS-SUBJ-IDX) TO SORT-ATTENDED
           MOVE WS-PCT       TO SORT-PCT
           RELEASE SORT-REC.
       REWRITE-PARA.
           REWRITE STD-REC
           IF (WS-STAT = 00) THEN
               ADD 1 TO WS-STUD-UPDATED
               PERFORM JOURNAL-PARA
           ELSE
               DISPLAY "REWRITE FAILED, ID-" STUD-ID
                   " STATUS-" WS-STAT
               ADD 1 TO WS-FAILED-COUNT
               MOVE 00 TO WS-STAT
           END-IF.
       JOURNAL-PARA.
      * One journal record per changed student under the B action,
      * with the record as READ found it and as the REWRITE left it,
      * so STDJRPT lists it and STDRFWD replays it.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-OPERATOR     TO JRNL-OPERATOR
           MOVE 'B'             TO JRNL-ACTION
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE
           MOVE STD-REC         TO JRNL-AFTER
           MOVE SPACES          TO JRNL-AMENDMENT
           WRITE JRNL-REC
           IF (WS-JRNL-STAT NOT = 00) THEN
               DISPLAY "JOURNAL WRITE FAILED, STATUS-" WS-JRNL-STAT
           END-IF.
       NOTE-EXCEPTION-PARA.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NOTE-ID    TO WS-EX-ID(WS-EXC-COUNT)
               MOVE WS-SUBJ-IDX   TO WS-EX-SUBJ(WS-EXC-COUNT)
               MOVE WS-NOTE-TEXT  TO WS-EX-TEXT(WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVER
           END-IF.
       DEBAR-LIST-PARA.
           MOVE SPACES TO WS-CUR-SECTION
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF (NOT SORT-EOF)
      * Control break on section: each section is its own page for
      * the principal to sign.
                   IF (SORT-SECTION NOT = WS-CUR-SECTION)
                           OR (NOT LIST-HAS-LINES)
                       IF (LIST-HAS-LINES)
                           PERFORM SECTION-END-PARA
                       END-IF
                       MOVE SORT-SECTION TO WS-CUR-SECTION
                       PERFORM SECTION-HEAD-PARA
                   END-IF
                   PERFORM DEBAR-DETAIL-PARA
               END-IF
           END-PERFORM
           IF (LIST-HAS-LINES)
               PERFORM SECTION-END-PARA
           ELSE
               MOVE SPACES TO WS-DT-SECTION
               MOVE WS-THRESHOLD TO WS-DT-THRESH
               WRITE DEBAR-LINE FROM WS-DEBAR-TITLE-LINE
               WRITE DEBAR-LINE FROM WS-DEBAR-NONE-LINE
           END-IF.
       DEBAR-LIST-EXIT.
           EXIT.
       SECTION-HEAD-PARA.
           MOVE 'Y' TO WS-LISTED
           MOVE ZERO TO WS-SECT-DEBARRED
           MOVE ZERO TO WS-SECT-CONDONED
           MOVE SORT-SECTION TO WS-DT-SECTION
           MOVE WS-THRESHOLD TO WS-DT-THRESH
           WRITE DEBAR-LINE FROM WS-DEBAR-TITLE-LINE
           WRITE DEBAR-LINE FROM WS-DEBAR-COLUMN-LINE.
       DEBAR-DETAIL-PARA.
           MOVE SPACES        TO WS-DEBAR-DETAIL-LINE
           MOVE SORT-ID       TO WS-DD-ID
           MOVE SORT-NAME     TO WS-DD-NAME
           MOVE SUBJ-NAME(SORT-SUBJ) TO WS-DD-SUBJ
           MOVE SORT-HELD     TO WS-DD-HELD
           MOVE SORT-ATTENDED TO WS-DD-ATTENDED
           MOVE SORT-PCT      TO WS-DD-PCT
           MOVE SORT-STATUS   TO WS-DD-STATUS
           MOVE SORT-REF      TO WS-DD-REF
           WRITE DEBAR-LINE FROM WS-DEBAR-DETAIL-LINE
           IF SORT-STATUS = "DEBARRED"
               ADD 1 TO WS-SECT-DEBARRED
           END-IF
           IF SORT-STATUS = "CONDONED"
               ADD 1 TO WS-SECT-CONDONED
           END-IF.
       SECTION-END-PARA.
           MOVE SPACES TO DEBAR-LINE
           WRITE DEBAR-LINE
           MOVE WS-SECT-DEBARRED TO WS-DS-DEBARRED
           MOVE WS-SECT-CONDONED TO WS-DS-CONDONED
           WRITE DEBAR-LINE FROM WS-DEBAR-SECT-TOTAL-LINE
           MOVE SPACES TO DEBAR-LINE
           WRITE DEBAR-LINE
           WRITE DEBAR-LINE FROM WS-DEBAR-SIGN-LINE
           MOVE SPACES TO DEBAR-LINE
           WRITE DEBAR-LINE.
       EXCEPTION-PARA.
      * A condonation that found no paper below the threshold is
      * listed, so a mis-keyed stud-id or subject is caught before
      * the student it was meant for is turned away.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-COND-COUNT
               IF WS-CD-USED(WS-COND-IDX) = 'N'
                   MOVE WS-CD-ID(WS-COND-IDX) TO WS-NOTE-ID
                   MOVE WS-CD-SUBJ(WS-COND-IDX) TO WS-SUBJ-IDX
                   MOVE "CONDONATION MATCHED NO PAPER BELOW LINE"
                       TO WS-NOTE-TEXT
                   PERFORM NOTE-EXCEPTION-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO DEBAR-LINE
           WRITE DEBAR-LINE
           WRITE DEBAR-LINE FROM WS-EXC-HEAD-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE WS-EX-ID(WS-EXC-IDX)   TO WS-XD-ID
               MOVE WS-EX-SUBJ(WS-EXC-IDX) TO WS-XD-SUBJ
               MOVE WS-EX-TEXT(WS-EXC-IDX) TO WS-XD-TEXT
               WRITE DEBAR-LINE FROM WS-EXC-DETAIL-LINE
           END-PERFORM.
       CONTROL-COUNT-PARA.
           MOVE SPACES TO DEBAR-LINE
           WRITE DEBAR-LINE
           MOVE "ATTENDANCE RECORDS READ-"   TO WS-DC-LABEL
           MOVE WS-ATTM-READ                 TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "STUDENTS CHECKED-"          TO WS-DC-LABEL
           MOVE WS-STUD-CHECKED              TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "STUDENTS UPDATED-"          TO WS-DC-LABEL
           MOVE WS-STUD-UPDATED              TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "PAPERS DEBARRED-"           TO WS-DC-LABEL
           MOVE WS-DEBAR-COUNT               TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "PAPERS CONDONED-"           TO WS-DC-LABEL
           MOVE WS-CONDONE-COUNT             TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "PAPERS REINSTATED-"         TO WS-DC-LABEL
           MOVE WS-REINSTATE-COUNT           TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "STUDENTS NOT ON STDFILE-"   TO WS-DC-LABEL
           MOVE WS-NOT-FOUND-COUNT           TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "EXCEPTIONS NOT LISTED-"     TO WS-DC-LABEL
           MOVE WS-EXC-OVER                  TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE
           MOVE "REWRITE FAILED-"            TO WS-DC-LABEL
           MOVE WS-FAILED-COUNT              TO WS-DC-COUNT
           WRITE DEBAR-LINE FROM WS-DEBAR-COUNT-LINE.
       RUN-LOG-PARA.
      * Written is the journal records, one per student updated;
      * rejected is attendance with no student on STDFILE and any
      * rewrite that failed.
           MOVE "STDELIG"        TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-ATTM-FILENAME) " "
               FUNCTION TRIM(WS-STD-FILENAME) " "
               FUNCTION TRIM(WS-COND-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-ATTM-READ     TO RUN-READ
           MOVE WS-STUD-UPDATED  TO RUN-WRITTEN
           ADD WS-NOT-FOUND-COUNT WS-FAILED-COUNT
               GIVING RUN-REJECTED
           MOVE WS-STUD-UPDATED  TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDELIG.
