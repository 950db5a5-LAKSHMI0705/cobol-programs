      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator authorization check, CALLed at start-up by
      *          every program that changes STDFILE (STDINQ, STDAPPLY,
      *          STDSUPP, STDPROMO, the STDLOAD load and the STDRFWD
      *          recovery among them) or the contact master, and again
      *          by STDINQ before each U)PDATE. Takes the operator from
      *          the OPERID sign-on variable and looks it up on the
      *          operator master (OPERMAST variable, default
      *          OPERMAST.txt, OPERREC layout): the operator must be on
      *          the master, active, within the valid-until date and
      *          hold at least the role the caller's function needs. A
      *          blank OPERID, an unknown, revoked or expired operator,
      *          or too junior a role is refused, and so is everyone
      *          when the master cannot be read -- the check fails
      *          closed. Every refusal is appended to the security
      *          violations log (STDSECLOG variable, default
      *          STDSECLOG.txt) before control returns, so the caller
      *          only has to stop.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST
           ASSIGN TO WS-MAST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAST-STAT.

           SELECT OPTIONAL STDSECLOG
           ASSIGN TO WS-SECLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECLOG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD OPERMAST.
           COPY OPERREC.

       FD STDSECLOG.
           COPY STDSECL.

       WORKING-STORAGE SECTION.
       77 WS-MAST-FILENAME  PIC X(100).
       77 WS-SECLOG-FILENAME PIC X(100).
       77 WS-MAST-STAT      PIC 99.
       77 WS-SECLOG-STAT    PIC 99.
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-RUN-TIME       PIC 9(8).
       77 WS-FOUND          PIC X    VALUE 'N'.
           88 OPERATOR-FOUND VALUE 'Y'.
       77 WS-HELD-RANK      PIC 9    VALUE ZERO.
       77 WS-NEED-RANK      PIC 9    VALUE ZERO.
       77 WS-ROLE-TEXT      PIC X(16).
      * The matched operator's standing, kept here because the master
      * record area is not the program's once OPERMAST is closed.
       77 WS-HELD-STATUS    PIC X    VALUE SPACE.
           88 HELD-ACTIVE    VALUE 'A'.
       77 WS-HELD-UNTIL     PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
           COPY OPERWS.

       PROCEDURE DIVISION USING OPER-AUTH-AREA.
       MAIN-PROCEDURE.
           MOVE SPACES TO OPER-NAME
           MOVE SPACES TO OPER-ROLE
           MOVE SPACES TO OPER-REASON
           MOVE 'N' TO OPER-VERDICT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
      * No more UNKNOWN operator: a session with no OPERID cannot be
      * traced to anyone, so it is refused and logged like any other.
           ACCEPT OPER-OPERATOR FROM ENVIRONMENT "OPERID"
           IF (OPER-OPERATOR = SPACES)
               MOVE "OPERID NOT SET" TO OPER-REASON
               PERFORM VIOLATION-PARA
               GOBACK
           END-IF
           ACCEPT WS-MAST-FILENAME FROM ENVIRONMENT "OPERMAST"
           IF (WS-MAST-FILENAME = SPACES)
               MOVE "OPERMAST.txt" TO WS-MAST-FILENAME
           END-IF
           OPEN INPUT OPERMAST
           IF (WS-MAST-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN OPERMAST "
                   FUNCTION TRIM(WS-MAST-FILENAME)
                   " STATUS-" WS-MAST-STAT
               MOVE "OPERATOR MASTER UNAVAILABLE" TO OPER-REASON
               PERFORM VIOLATION-PARA
               GOBACK
           END-IF
           PERFORM READ-MASTER-PARA THRU READ-MASTER-EXIT
           CLOSE OPERMAST
           PERFORM CHECK-PARA
           IF (OPER-REFUSED)
               PERFORM VIOLATION-PARA
           END-IF
           GOBACK.
       READ-MASTER-PARA.
      * The first line for an operator id is the one that counts; a
      * duplicate further down cannot widen an operator's authority.
           PERFORM UNTIL WS-MAST-STAT NOT = 00
                   OR OPERATOR-FOUND
               READ OPERMAST
               END-READ
               IF (WS-MAST-STAT = 00) THEN
                   IF OPER-REC-ID = OPER-OPERATOR
                       MOVE 'Y' TO WS-FOUND
                       MOVE OPER-REC-NAME TO OPER-NAME
                       MOVE OPER-REC-ROLE TO OPER-ROLE
                       MOVE OPER-REC-STATUS TO WS-HELD-STATUS
                       MOVE OPER-REC-VALID-UNTIL TO WS-HELD-UNTIL
                   END-IF
               END-IF
           END-PERFORM.
       READ-MASTER-EXIT.
           EXIT.
       CHECK-PARA.
      * The first failing test names the refusal, in the order the
      * registrar would chase it: not on file, revoked, expired,
      * then role.
           IF (NOT OPERATOR-FOUND)
               MOVE "OPERATOR NOT ON MASTER" TO OPER-REASON
           ELSE
               IF (NOT HELD-ACTIVE)
                   MOVE "OPERATOR REVOKED" TO OPER-REASON
               ELSE
                   IF (WS-HELD-UNTIL NOT NUMERIC)
                       OR (WS-HELD-UNTIL < WS-RUN-DATE)
                       MOVE "AUTHORITY EXPIRED" TO OPER-REASON
                   ELSE
                       MOVE OPER-ROLE TO WS-ROLE-TEXT
                       PERFORM ROLE-RANK-PARA
                       MOVE WS-NEED-RANK TO WS-HELD-RANK
                       MOVE OPER-NEED-ROLE TO WS-ROLE-TEXT
                       PERFORM ROLE-RANK-PARA
                       IF (WS-HELD-RANK = ZERO)
                           OR (WS-HELD-RANK < WS-NEED-RANK)
                           MOVE "ROLE NOT PERMITTED" TO OPER-REASON
                       ELSE
                           MOVE 'Y' TO OPER-VERDICT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       ROLE-RANK-PARA.
      * Roles rank so each carries the rights of the ones below it;
      * a role name the master does not know ranks zero and is never
      * enough for anything.
           EVALUATE WS-ROLE-TEXT
               WHEN "INQUIRY-ONLY"
                   MOVE 1 TO WS-NEED-RANK
               WHEN "CORRECTIONS"
                   MOVE 2 TO WS-NEED-RANK
               WHEN "EXAM-CONTROLLER"
                   MOVE 3 TO WS-NEED-RANK
               WHEN OTHER
                   MOVE 0 TO WS-NEED-RANK
           END-EVALUATE.
       VIOLATION-PARA.
           DISPLAY "ACCESS REFUSED - " FUNCTION TRIM(OPER-REASON)
           ACCEPT WS-SECLOG-FILENAME FROM ENVIRONMENT "STDSECLOG"
           IF (WS-SECLOG-FILENAME = SPACES)
               MOVE "STDSECLOG.txt" TO WS-SECLOG-FILENAME
           END-IF
      * EXTEND, as the journal is: the log accumulates until the
      * registrar has reviewed it. Status 05 is the OPTIONAL log
      * being created by the first refusal -- a good open.
           OPEN EXTEND STDSECLOG
           IF (WS-SECLOG-STAT NOT = 00) AND (WS-SECLOG-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDSECLOG, STATUS-"
                   WS-SECLOG-STAT
           ELSE
               MOVE WS-RUN-DATE    TO SECL-DATE
               MOVE WS-RUN-TIME    TO SECL-TIME
               MOVE OPER-OPERATOR  TO SECL-OPERATOR
               MOVE OPER-PROGRAM   TO SECL-PROGRAM
               MOVE OPER-FUNCTION  TO SECL-FUNCTION
               MOVE OPER-NEED-ROLE TO SECL-NEED-ROLE
               MOVE OPER-REASON    TO SECL-REASON
               WRITE SECL-REC
               IF (WS-SECLOG-STAT NOT = 00) THEN
                   DISPLAY "SECURITY LOG WRITE FAILED, STATUS-"
                       WS-SECLOG-STAT
               END-IF
               CLOSE STDSECLOG
           END-IF.
       END PROGRAM OPERAUTH.
