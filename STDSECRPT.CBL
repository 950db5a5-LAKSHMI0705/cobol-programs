      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security violations report for the registrar. Reads
      *          the STDSECLOG.txt log that OPERAUTH appends on every
      *          refused sign-on or function (blank OPERID, operator
      *          not on the master, revoked, expired, or a role too
      *          junior for the program) and writes a readable listing
      *          of each attempt -- when, under which OPERID, against
      *          which program and function, and why it was refused --
      *          to STDSECRPT.txt, closing with the count of attempts
      *          per reason. SECLSELOPER narrows the listing to one
      *          operator id and SECLSELDATE (YYYYMMDD) to one day;
      *          set together they AND, unset the whole log lists.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDSECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STDSECLOG
           ASSIGN TO WS-SECLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECLOG-STAT.

           SELECT STDSECRPT
           ASSIGN TO 'STDSECRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDSECLOG.
           COPY STDSECL.

       FD STDSECRPT.
       01 RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-SECLOG-FILENAME PIC X(100).
       77 WS-SECLOG-STAT    PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-SEL-OPER       PIC X(8).
       77 WS-SEL-OPER-ON    PIC X    VALUE 'N'.
           88 SELECT-BY-OPER VALUE 'Y'.
       77 WS-SEL-DATE-TEXT  PIC X(10).
       77 WS-SEL-DATE       PIC 9(8).
       77 WS-SEL-DATE-ON    PIC X    VALUE 'N'.
           88 SELECT-BY-DATE VALUE 'Y'.
       77 WS-LISTED-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-RSN-COUNT      PIC 99   VALUE ZERO.
       77 WS-RSN-MAX        PIC 99   VALUE 20.
       77 WS-RSN-IDX        PIC 99.
       77 WS-RSN-FOUND      PIC X.
       77 WS-RSN-OVER       PIC 9(6) VALUE ZERO.

      * Attempts per refusal reason. OPERAUTH refuses for a handful of
      * fixed reasons; twenty entries leaves room for any added later.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 20 TIMES.
              10 WS-RSN-TEXT    PIC X(30).
              10 WS-RSN-TALLY   PIC 9(6).

       01 WS-SEC-TITLE-LINE.
           05 FILLER        PIC X(30)
                            VALUE "SECURITY VIOLATIONS LISTING".
           05 FILLER        PIC X(70) VALUE SPACES.

       01 WS-SEC-COLUMN-LINE.
           05 FILLER        PIC X(10) VALUE "DATE".
           05 FILLER        PIC X(10) VALUE "TIME".
           05 FILLER        PIC X(10) VALUE "OPERID".
           05 FILLER        PIC X(10) VALUE "PROGRAM".
           05 FILLER        PIC X(10) VALUE "FUNCTION".
           05 FILLER        PIC X(18) VALUE "ROLE NEEDED".
           05 FILLER        PIC X(32) VALUE "REASON REFUSED".

       01 WS-SEC-DETAIL-LINE.
           05 WS-SD-DATE    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-TIME    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-OPER    PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-PROGRAM PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-FUNCTION PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-ROLE    PIC X(16).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-SD-REASON  PIC X(30).
           05 FILLER        PIC X(2)  VALUE SPACES.

       01 WS-SEC-COUNT-LINE.
           05 WS-SC-LABEL   PIC X(32).
           05 WS-SC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(62) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
      * The log is OPTIONAL: no refusals yet means no file, and that
      * lists as an empty report rather than an error.
           OPEN INPUT STDSECLOG
           IF (WS-SECLOG-STAT NOT = 00) AND (WS-SECLOG-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDSECLOG, STATUS-"
                   WS-SECLOG-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDSECRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDSECRPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDSECLOG
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM WS-SEC-TITLE-LINE
           WRITE RPT-LINE FROM WS-SEC-COLUMN-LINE
           PERFORM READ-PARA THRU READ-EXIT
           PERFORM SUMMARY-PARA
           CLOSE STDSECLOG
           CLOSE STDSECRPT
           DISPLAY "VIOLATIONS READ-" WS-READ-COUNT
           DISPLAY "VIOLATIONS LISTED-" WS-LISTED-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-SECLOG-FILENAME FROM ENVIRONMENT "STDSECLOG"
           IF (WS-SECLOG-FILENAME = SPACES)
               MOVE "STDSECLOG.txt" TO WS-SECLOG-FILENAME
           END-IF
           ACCEPT WS-SEL-OPER FROM ENVIRONMENT "SECLSELOPER"
           IF (WS-SEL-OPER NOT = SPACES)
               MOVE 'Y' TO WS-SEL-OPER-ON
           END-IF
           ACCEPT WS-SEL-DATE-TEXT FROM ENVIRONMENT "SECLSELDATE"
           IF (WS-SEL-DATE-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-SEL-DATE-TEXT) TO WS-SEL-DATE
               MOVE 'Y' TO WS-SEL-DATE-ON
           END-IF.
       READ-PARA.
           PERFORM UNTIL WS-SECLOG-STAT NOT = 00
           READ STDSECLOG
           END-READ
           IF (WS-SECLOG-STAT = 00) THEN
               ADD 1 TO WS-READ-COUNT
               PERFORM SELECT-PARA
           END-IF
           END-PERFORM.
       READ-EXIT.
           EXIT.
       SELECT-PARA.
           IF (SELECT-BY-OPER) AND (SECL-OPERATOR NOT = WS-SEL-OPER)
               CONTINUE
           ELSE
               IF (SELECT-BY-DATE) AND (SECL-DATE NOT = WS-SEL-DATE)
                   CONTINUE
               ELSE
                   PERFORM LIST-ENTRY-PARA
               END-IF
           END-IF.
       LIST-ENTRY-PARA.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SECL-DATE      TO WS-SD-DATE
           MOVE SECL-TIME      TO WS-SD-TIME
           MOVE SECL-OPERATOR  TO WS-SD-OPER
      * A refusal for a blank OPERID is listed as such, so the line
      * does not read as a missing column.
           IF (SECL-OPERATOR = SPACES)
               MOVE "(BLANK)" TO WS-SD-OPER
           END-IF
           MOVE SECL-PROGRAM   TO WS-SD-PROGRAM
           MOVE SECL-FUNCTION  TO WS-SD-FUNCTION
           MOVE SECL-NEED-ROLE TO WS-SD-ROLE
           MOVE SECL-REASON    TO WS-SD-REASON
           WRITE RPT-LINE FROM WS-SEC-DETAIL-LINE
           PERFORM TALLY-REASON-PARA.
       TALLY-REASON-PARA.
           MOVE 'N' TO WS-RSN-FOUND
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
                   OR WS-RSN-FOUND = 'Y'
               IF WS-RSN-TEXT(WS-RSN-IDX) = SECL-REASON
                   ADD 1 TO WS-RSN-TALLY(WS-RSN-IDX)
                   MOVE 'Y' TO WS-RSN-FOUND
               END-IF
           END-PERFORM
           IF WS-RSN-FOUND = 'N'
               IF WS-RSN-COUNT < WS-RSN-MAX
                   ADD 1 TO WS-RSN-COUNT
                   MOVE SECL-REASON TO WS-RSN-TEXT(WS-RSN-COUNT)
                   MOVE 1 TO WS-RSN-TALLY(WS-RSN-COUNT)
               ELSE
                   ADD 1 TO WS-RSN-OVER
               END-IF
           END-IF.
       SUMMARY-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
               MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-SC-LABEL
               MOVE WS-RSN-TALLY(WS-RSN-IDX) TO WS-SC-COUNT
               WRITE RPT-LINE FROM WS-SEC-COUNT-LINE
           END-PERFORM
           IF WS-RSN-OVER > 0
               MOVE "OTHER REASONS" TO WS-SC-LABEL
               MOVE WS-RSN-OVER TO WS-SC-COUNT
               WRITE RPT-LINE FROM WS-SEC-COUNT-LINE
           END-IF
           MOVE "TOTAL ATTEMPTS LISTED" TO WS-SC-LABEL
           MOVE WS-LISTED-COUNT TO WS-SC-COUNT
           WRITE RPT-LINE FROM WS-SEC-COUNT-LINE.
       RUN-LOG-PARA.
           MOVE "STDSECRPT"      TO RUN-PROGRAM
           MOVE WS-SECLOG-FILENAME TO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-LISTED-COUNT  TO RUN-WRITTEN
           MOVE ZERO             TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDSECRPT.
