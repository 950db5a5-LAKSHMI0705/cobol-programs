      ******************************************************************
      * Author:
      * Date:
      * Purpose: Merit scholarship and subject prize eligibility run
      *          for the scholarship committee, from the permanent
      *          results archive (STDARCH.txt, STDARCHFILE variable)
      *          instead of old marksheets. The archive is sorted by
      *          stud-id in the order it was appended and, as
      *          STDTRANSCR does, only the newest line per stud-id and
      *          exam period is kept, so a term re-run after a
      *          correction counts once, corrected. The award period
      *          is the one EXAMPERIOD names, or the period of the last
      *          archived line when it is not set. The rules come from
      *          the committee's parameter file (AWARDPARMFILE, default
      *          STDAWPRM.txt, STDAWPRM layout): a scholarship needs an
      *          average of at least SCHOLAVG in each of the student's
      *          last SCHOLTERMS terms up to the award period, with no
      *          FAIL and no absent or not-eligible paper in that span
      *          (and, when NOGRACE is Y, no grace marks); a subject
      *          prize goes to the top mark per subject per section in
      *          the award period, never below the subject's pass
      *          marks or PRIZEMIN. The awards register (STDAWARD.txt)
      *          lists every scholarship with its qualifying terms and
      *          averages, then the subject prizes. The current
      *          holders (SCHOLFILE, default STDSCHOL.txt, STDSCHL
      *          layout) are each RENEWED or LAPSED, with the reason
      *          and the term that broke the rule, on STDRENEW.txt.
      *          Prize ties and anything else the committee must
      *          decide by hand -- a student meeting the rules in
      *          fewer terms than the span, an unknown parameter, an
      *          unreadable archive line, a holder listed twice or
      *          not on the archive -- go on the ties and exceptions
      *          page STDAWEXC.txt, and the run then ends with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDAWARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDARCHIVE
           ASSIGN TO WS-ARCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STAT.

           SELECT OPTIONAL STDAWPRM
           ASSIGN TO WS-PARM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT OPTIONAL STDSCHOL
           ASSIGN TO WS-SCHOL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHOL-STAT.

           SELECT STDAWARDRPT
           ASSIGN TO 'STDAWARD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWARD-STAT.

           SELECT STDRENEWRPT
           ASSIGN TO 'STDRENEW.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENEW-STAT.

           SELECT STDAWEXC
           ASSIGN TO 'STDAWEXC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STAT.

           SELECT SORTWORK
           ASSIGN TO 'STDAWARD.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD STDARCHIVE.
           COPY STDARCH.

       FD STDAWPRM.
           COPY STDAWPRM.

       FD STDSCHOL.
           COPY STDSCHL.

       FD STDAWARDRPT.
       01 AWARD-LINE        PIC X(100).

       FD STDRENEWRPT.
       01 RENEW-LINE        PIC X(100).

       FD STDAWEXC.
       01 AWEXC-LINE        PIC X(100).

      * One archive line per sort record, in stud-id then archive
      * order, so each student's terms come back together and in the
      * order they were sat.
       SD SORTWORK.
       01 SORT-REC.
           05 SORT-ID           PIC X(12).
           05 SORT-SEQ          PIC 9(8).
           05 SORT-ARCH         PIC X(66).

       WORKING-STORAGE SECTION.
       77 WS-ARCH-FILENAME  PIC X(100).
       77 WS-PARM-FILENAME  PIC X(100).
       77 WS-SCHOL-FILENAME PIC X(100).
       77 WS-ARCH-STAT      PIC 99.
       77 WS-PARM-STAT      PIC 99.
       77 WS-SCHOL-STAT     PIC 99.
       77 WS-AWARD-STAT     PIC 99.
       77 WS-RENEW-STAT     PIC 99.
       77 WS-EXC-STAT       PIC 99.
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-RUN-DATE       PIC 9(8).
       77 WS-AWARD-PERIOD   PIC X(8).
       77 WS-LAST-PERIOD    PIC X(8) VALUE SPACES.
       77 WS-SORT-EOF       PIC X    VALUE 'N'.
           88 SORT-EOF       VALUE 'Y'.
       77 WS-CUR-ID         PIC X(12) VALUE SPACES.
       77 WS-ARCH-READ      PIC 9(8) VALUE ZERO.
       77 WS-ARCH-BAD       PIC 9(6) VALUE ZERO.
       77 WS-STUDENT-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-CURRENT-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-NEW-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-RENEW-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-LAPSE-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-PRIZE-COUNT    PIC 9(6) VALUE ZERO.
       77 WS-TIE-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-PARM-COUNT     PIC 9(4) VALUE ZERO.

      * Award rules and their defaults; each is overridden by its
      * keyword in the parameter file.
       77 WS-SCHOL-AVG      PIC 999V99 VALUE 75.
       77 WS-SCHOL-TERMS    PIC 9    VALUE 2.
       77 WS-SPAN-MAX       PIC 9    VALUE 6.
       77 WS-TERMS-WORK     PIC 99.
       77 WS-NO-GRACE       PIC X    VALUE 'N'.
           88 GRACE-BARRED   VALUE 'Y'.
       77 WS-PRIZE-MIN      PIC 999  VALUE ZERO.

      * The student's kept terms, STDTRANSCR's table: one entry per
      * distinct exam period in first-archived order, a re-archived
      * period replacing its entry.
       77 WS-TERM-COUNT     PIC 99   VALUE ZERO.
       77 WS-TERM-MAX       PIC 99   VALUE 24.
       77 WS-TERM-IDX       PIC 99.
       77 WS-TERM-FOUND     PIC X.
       77 WS-TERM-OVER      PIC 9(4) VALUE ZERO.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 24 TIMES.
              10 WS-TE-PERIOD   PIC X(8).
              10 WS-TE-REC      PIC X(66).

      * The span the scholarship rules are applied over: the last
      * SCHOLTERMS kept terms ending at the award period.
       77 WS-CUR-TERM       PIC 99.
       77 WS-SPAN-START     PIC 99.
       77 WS-SPAN-TERMS     PIC 99.
       77 WS-SPAN-TOTAL     PIC 9(5)V99.
       77 WS-SPAN-AVG       PIC 999V99.
       77 WS-FAIL-REASON    PIC X(30).
       77 WS-FAIL-PERIOD    PIC X(8).
       77 WS-QUALIFY        PIC X.
           88 STUDENT-QUALIFIES VALUE 'Y'.
       77 WS-SHORT-SPAN     PIC X.
           88 SPAN-SHORT     VALUE 'Y'.
       77 WS-HAS-ABSENT     PIC X.
           88 TERM-HAS-ABSENT VALUE 'Y'.
       77 WS-HAS-GRACE      PIC X.
           88 TERM-HAS-GRACE VALUE 'Y'.

      * Current scholarship holders, loaded up front and settled as
      * the archive is read; a holder the archive never mentions
      * keeps the lapse it starts with.
       77 WS-HOLD-COUNT     PIC 9(4) VALUE ZERO.
       77 WS-HOLD-MAX       PIC 9(4) VALUE 500.
       77 WS-HOLD-IDX       PIC 9(4).
       77 WS-HOLD-HIT       PIC 9(4).
       77 WS-HOLD-OVER      PIC 9(6) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HD-ENTRY OCCURS 500 TIMES.
              10 WS-HD-ID       PIC X(12).
              10 WS-HD-REF      PIC X(10).
              10 WS-HD-SINCE    PIC X(8).
              10 WS-HD-DECISION PIC X(8).
              10 WS-HD-AVG      PIC 999V99.
              10 WS-HD-HAS-AVG  PIC X.
              10 WS-HD-PERIOD   PIC X(8).
              10 WS-HD-REASON   PIC X(30).

      * Subject prize leaders, one slot per section and subject kept
      * in section then subject order. Equal top marks share the slot
      * -- the first ten by stud-id are held, any more counted -- and
      * go to the committee as a tie.
       77 WS-PZ-COUNT       PIC 999  VALUE ZERO.
       77 WS-PZ-MAX         PIC 999  VALUE 100.
       77 WS-PZ-IDX         PIC 999.
       77 WS-PZ-HIT         PIC 999.
       77 WS-PZ-INSERT      PIC 999.
       77 WS-PZ-SHIFT       PIC 999.
       77 WS-PZ-OVER        PIC 9(6) VALUE ZERO.
       77 WS-PZ-TIE-IDX     PIC 99.
       77 WS-PZ-TIE-MAX     PIC 99   VALUE 10.
       01 WS-PRIZE-TABLE.
           05 WS-PZ-ENTRY OCCURS 100 TIMES.
              10 WS-PZ-SECTION  PIC X(3).
              10 WS-PZ-SUBJ     PIC 9.
              10 WS-PZ-MARK     PIC 999.
              10 WS-PZ-HOLDERS  PIC 99.
              10 WS-PZ-EXTRA    PIC 9(4).
              10 WS-PZ-ID       OCCURS 10 TIMES
                                PIC X(12).

      * Exceptions noted as the run goes, listed after the ties.
       77 WS-EXC-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-EXC-MAX        PIC 9(4) VALUE 200.
       77 WS-EXC-IDX        PIC 9(4).
       77 WS-EXC-OVER       PIC 9(6) VALUE ZERO.
       77 WS-NOTE-ID        PIC X(12).
       77 WS-NOTE-TEXT      PIC X(40).
       77 WS-NOTE-DETAIL    PIC X(12).
       77 WS-DETAIL-COUNT   PIC Z9.
       01 WS-EXC-TABLE.
           05 WS-EX-ENTRY OCCURS 200 TIMES.
              10 WS-EX-ID       PIC X(12).
              10 WS-EX-TEXT     PIC X(40).
              10 WS-EX-DETAIL   PIC X(12).

      * Subject names and pass marks from the subject master
      * (SUBJLOAD).
           COPY SUBJWS.

       01 WS-AW-TITLE-LINE.
           05 FILLER        PIC X(46)
               VALUE "MERIT SCHOLARSHIP AND SUBJECT PRIZE REGISTER".
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-AWT-PERIOD PIC X(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(10) VALUE "RUN DATE-".
           05 WS-AWT-DATE   PIC 9(8).
           05 FILLER        PIC X(16) VALUE SPACES.

       01 WS-AW-RULE-LINE.
           05 FILLER        PIC X(30)
                            VALUE "SCHOLARSHIP- AVERAGE AT LEAST".
           05 WS-AWR-AVG    PIC ZZ9.99.
           05 FILLER        PIC X(17) VALUE " IN EACH OF LAST".
           05 WS-AWR-TERMS  PIC 9.
           05 FILLER        PIC X(32)
                            VALUE " TERMS, NO FAIL, NO ABSENT PAPER".
           05 WS-AWR-GRACE  PIC X(14).

       01 WS-AW-PRIZE-RULE-LINE.
           05 FILLER        PIC X(40)
                    VALUE "PRIZES- TOP MARK PER SUBJECT PER SECTION".
           05 FILLER        PIC X(26)
                            VALUE ", NOT BELOW PASS MARKS OR".
           05 WS-AWP-MIN    PIC ZZ9.
           05 FILLER        PIC X(31) VALUE SPACES.

       01 WS-AW-HEAD-LINE.
           05 WS-AWH-TEXT   PIC X(50).
           05 FILLER        PIC X(50) VALUE SPACES.

       01 WS-AW-SCHOL-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STUDENT ID".
           05 FILLER        PIC X(14) VALUE "AWARD".
           05 FILLER        PIC X(14) VALUE "SPAN AVERAGE".
           05 FILLER        PIC X(58) VALUE "TERMS".

       01 WS-AW-SCHOL-LINE.
           05 WS-AS-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AS-STATUS  PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AS-AVG     PIC ZZ9.99.
           05 FILLER        PIC X(8)  VALUE SPACES.
           05 WS-AS-TERMS   PIC 9.
           05 FILLER        PIC X(57) VALUE SPACES.

       01 WS-AW-TERM-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-ATL-PERIOD PIC X(8).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(9)  VALUE "AVERAGE-".
           05 WS-ATL-AVG    PIC ZZ9.99.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "RESULT-".
           05 WS-ATL-RESULT PIC X(4).
           05 FILLER        PIC X(45) VALUE SPACES.

       01 WS-AW-PRIZE-COLUMN-LINE.
           05 FILLER        PIC X(9)  VALUE "SECTION".
           05 FILLER        PIC X(22) VALUE "SUBJECT".
           05 FILLER        PIC X(14) VALUE "STUDENT ID".
           05 FILLER        PIC X(6)  VALUE "MARK".
           05 FILLER        PIC X(49) VALUE SPACES.

       01 WS-AW-PRIZE-LINE.
           05 WS-AP-SECTION PIC X(3).
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 WS-AP-SUBJ    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AP-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-AP-MARK    PIC ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-AP-NOTE    PIC X(30).
           05 FILLER        PIC X(19) VALUE SPACES.

       01 WS-AW-NONE-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 WS-AN-TEXT    PIC X(50).
           05 FILLER        PIC X(44) VALUE SPACES.

       01 WS-AW-COUNT-LINE.
           05 WS-AC-LABEL   PIC X(30).
           05 WS-AC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(64) VALUE SPACES.

       01 WS-RN-TITLE-LINE.
           05 FILLER        PIC X(46)
                            VALUE "SCHOLARSHIP RENEWAL AND LAPSE LIST".
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-RNT-PERIOD PIC X(8).
           05 FILLER        PIC X(38) VALUE SPACES.

       01 WS-RN-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STUDENT ID".
           05 FILLER        PIC X(12) VALUE "AWARD REF".
           05 FILLER        PIC X(10) VALUE "SINCE".
           05 FILLER        PIC X(10) VALUE "DECISION".
           05 FILLER        PIC X(10) VALUE "SPAN AVG".
           05 FILLER        PIC X(10) VALUE "TERM".
           05 FILLER        PIC X(34) VALUE "REASON".

       01 WS-RN-DETAIL-LINE.
           05 WS-RD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-REF     PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-SINCE   PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-DECISION PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-AVG-FIGS.
              10 WS-RD-AVG      PIC ZZ9.99.
              10 FILLER         PIC X(4).
           05 WS-RD-PERIOD  PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-REASON  PIC X(30).
           05 FILLER        PIC X(4)  VALUE SPACES.

       01 WS-AX-TITLE-LINE.
           05 FILLER        PIC X(50)
               VALUE "AWARDS - TIES AND EXCEPTIONS FOR THE COMMITTEE".
           05 FILLER        PIC X(8)  VALUE "PERIOD-".
           05 WS-AXT-PERIOD PIC X(8).
           05 FILLER        PIC X(34) VALUE SPACES.

       01 WS-AX-TIE-COLUMN-LINE.
           05 FILLER        PIC X(9)  VALUE "SECTION".
           05 FILLER        PIC X(22) VALUE "SUBJECT".
           05 FILLER        PIC X(6)  VALUE "MARK".
           05 FILLER        PIC X(63) VALUE "STUDENT ID".

       01 WS-AX-TIE-LINE.
           05 WS-XT-SECTION PIC X(3).
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 WS-XT-SUBJ    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-XT-MARK    PIC ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-XT-ID      PIC X(12).
           05 FILLER        PIC X(51) VALUE SPACES.

       01 WS-AX-TIE-EXTRA-LINE.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 FILLER        PIC X(33)
                            VALUE "MORE TIED CANDIDATES NOT LISTED-".
           05 WS-XE-EXTRA   PIC ZZZ9.
           05 FILLER        PIC X(57) VALUE SPACES.

       01 WS-AX-EXC-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "STUDENT ID".
           05 FILLER        PIC X(42) VALUE "EXCEPTION".
           05 FILLER        PIC X(44) VALUE "DETAIL".

       01 WS-AX-EXC-LINE.
           05 WS-XX-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-XX-TEXT    PIC X(40).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-XX-DETAIL  PIC X(12).
           05 FILLER        PIC X(32) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           PERFORM PARM-LOAD-PARA
           PERFORM HOLDER-LOAD-PARA
           OPEN INPUT STDARCHIVE
           IF (WS-ARCH-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDARCH "
                   FUNCTION TRIM(WS-ARCH-FILENAME)
                   " STATUS-" WS-ARCH-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDAWARDRPT
           IF (WS-AWARD-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDAWARD, STATUS-"
                   WS-AWARD-STAT
               CLOSE STDARCHIVE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDRENEWRPT
           IF (WS-RENEW-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDRENEW, STATUS-"
                   WS-RENEW-STAT
               CLOSE STDARCHIVE
               CLOSE STDAWARDRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDAWEXC
           IF (WS-EXC-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDAWEXC, STATUS-"
                   WS-EXC-STAT
               CLOSE STDARCHIVE
               CLOSE STDAWARDRPT
               CLOSE STDRENEWRPT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * The archive stays open through the sort: each kept term is
      * moved back through ARCH-REC to be read, as STDTRANSCR reads
      * its table.
           SORT SORTWORK
               ON ASCENDING KEY SORT-ID
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS ARCHIVE-PARA THRU ARCHIVE-EXIT
               OUTPUT PROCEDURE IS AWARD-PARA THRU AWARD-EXIT
           PERFORM PRIZE-LIST-PARA
           PERFORM REGISTER-COUNT-PARA
           PERFORM RENEWAL-LIST-PARA
           PERFORM TIES-PARA
           PERFORM EXCEPTION-PARA
           CLOSE STDARCHIVE
           CLOSE STDAWARDRPT
           CLOSE STDRENEWRPT
           CLOSE STDAWEXC
           DISPLAY "ARCHIVE RECORDS READ-" WS-ARCH-READ
           DISPLAY "STUDENTS IN AWARD PERIOD-" WS-CURRENT-COUNT
           DISPLAY "NEW SCHOLARSHIPS-" WS-NEW-COUNT
           DISPLAY "SCHOLARSHIPS RENEWED-" WS-RENEW-COUNT
           DISPLAY "SCHOLARSHIPS LAPSED-" WS-LAPSE-COUNT
           DISPLAY "SUBJECT PRIZES AWARDED-" WS-PRIZE-COUNT
           DISPLAY "SUBJECT PRIZES TIED-" WS-TIE-COUNT
           DISPLAY "EXCEPTIONS-" WS-EXC-COUNT
      * Anything left for the committee to decide by hand ends the
      * run with a warning, so the schedule shows it.
           IF (WS-TIE-COUNT > 0) OR (WS-EXC-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT "STDARCHFILE"
           IF (WS-ARCH-FILENAME = SPACES)
               MOVE "STDARCH.txt" TO WS-ARCH-FILENAME
           END-IF
           ACCEPT WS-PARM-FILENAME FROM ENVIRONMENT "AWARDPARMFILE"
           IF (WS-PARM-FILENAME = SPACES)
               MOVE "STDAWPRM.txt" TO WS-PARM-FILENAME
           END-IF
           ACCEPT WS-SCHOL-FILENAME FROM ENVIRONMENT "SCHOLFILE"
           IF (WS-SCHOL-FILENAME = SPACES)
               MOVE "STDSCHOL.txt" TO WS-SCHOL-FILENAME
           END-IF
           ACCEPT WS-AWARD-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       PARM-LOAD-PARA.
      * Status 05 is the OPTIONAL parameter file not there: every
      * rule keeps its default.
           OPEN INPUT STDAWPRM
           IF (WS-PARM-STAT NOT = 00) AND (WS-PARM-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDAWPRM "
                   FUNCTION TRIM(WS-PARM-FILENAME)
                   " STATUS-" WS-PARM-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-STAT NOT = 00
               READ STDAWPRM
               END-READ
               IF (WS-PARM-STAT = 00) THEN
                   IF (AWPM-KEYWORD NOT = SPACES)
                       ADD 1 TO WS-PARM-COUNT
                       PERFORM APPLY-PARM-PARA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STDAWPRM.
       APPLY-PARM-PARA.
           EVALUATE AWPM-KEYWORD
               WHEN "SCHOLAVG"
                   MOVE FUNCTION NUMVAL(AWPM-VALUE) TO WS-SCHOL-AVG
               WHEN "SCHOLTERMS"
      * The span is held term by term for the register, so it has a
      * ceiling; a value outside it keeps the default.
                   MOVE FUNCTION NUMVAL(AWPM-VALUE) TO WS-TERMS-WORK
                   IF (WS-TERMS-WORK < 1)
                           OR (WS-TERMS-WORK > WS-SPAN-MAX)
                       MOVE SPACES TO WS-NOTE-ID
                       MOVE "SCHOLTERMS NOT 1 TO 6, DEFAULT KEPT"
                           TO WS-NOTE-TEXT
                       MOVE AWPM-VALUE TO WS-NOTE-DETAIL
                       PERFORM NOTE-EXCEPTION-PARA
                   ELSE
                       MOVE WS-TERMS-WORK TO WS-SCHOL-TERMS
                   END-IF
               WHEN "NOGRACE"
                   MOVE AWPM-VALUE TO WS-NO-GRACE
               WHEN "PRIZEMIN"
                   MOVE FUNCTION NUMVAL(AWPM-VALUE) TO WS-PRIZE-MIN
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE-ID
                   MOVE "UNKNOWN AWARD PARAMETER IGNORED"
                       TO WS-NOTE-TEXT
                   MOVE AWPM-KEYWORD TO WS-NOTE-DETAIL
                   PERFORM NOTE-EXCEPTION-PARA
           END-EVALUATE.
       HOLDER-LOAD-PARA.
      * Status 05 is the OPTIONAL holders file not there: there are
      * no current holders to renew.
           OPEN INPUT STDSCHOL
           IF (WS-SCHOL-STAT NOT = 00) AND (WS-SCHOL-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDSCHOL "
                   FUNCTION TRIM(WS-SCHOL-FILENAME)
                   " STATUS-" WS-SCHOL-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SCHOL-STAT NOT = 00
               READ STDSCHOL
               END-READ
               IF (WS-SCHOL-STAT = 00) THEN
                   PERFORM KEEP-HOLDER-PARA
               END-IF
           END-PERFORM
           CLOSE STDSCHOL.
       KEEP-HOLDER-PARA.
           MOVE SCHL-STUD-ID TO WS-CUR-ID
           PERFORM HOLDER-LOOKUP-PARA
           IF (WS-HOLD-HIT > 0)
               MOVE SCHL-STUD-ID TO WS-NOTE-ID
               MOVE "HOLDER LISTED TWICE, SECOND LINE IGNORED"
                   TO WS-NOTE-TEXT
               MOVE SCHL-AWARD-REF TO WS-NOTE-DETAIL
               PERFORM NOTE-EXCEPTION-PARA
           ELSE
               IF (WS-HOLD-COUNT < WS-HOLD-MAX)
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE SCHL-STUD-ID   TO WS-HD-ID(WS-HOLD-COUNT)
                   MOVE SCHL-AWARD-REF TO WS-HD-REF(WS-HOLD-COUNT)
                   MOVE SCHL-SINCE     TO WS-HD-SINCE(WS-HOLD-COUNT)
      * Every holder starts lapsed as not on the archive; finding the
      * student there replaces the reason or renews the award.
                   MOVE "LAPSED"   TO WS-HD-DECISION(WS-HOLD-COUNT)
                   MOVE ZERO       TO WS-HD-AVG(WS-HOLD-COUNT)
                   MOVE 'N'        TO WS-HD-HAS-AVG(WS-HOLD-COUNT)
                   MOVE SPACES     TO WS-HD-PERIOD(WS-HOLD-COUNT)
                   MOVE "NOT ON RESULTS ARCHIVE"
                       TO WS-HD-REASON(WS-HOLD-COUNT)
               ELSE
                   ADD 1 TO WS-HOLD-OVER
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-ID.
       HOLDER-LOOKUP-PARA.
           MOVE ZERO TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-HOLD-HIT > 0
               IF WS-HD-ID(WS-HOLD-IDX) = WS-CUR-ID
                   MOVE WS-HOLD-IDX TO WS-HOLD-HIT
               END-IF
           END-PERFORM.
       ARCHIVE-PARA.
      * Every archive line goes to the sort with its position in the
      * file, so a student's terms come back in archived order and
      * KEEP-TERM-PARA can let the later line of a period win. The
      * period of the last line read is the award period when
      * EXAMPERIOD is not set.
           PERFORM UNTIL WS-ARCH-STAT NOT = 00
               READ STDARCHIVE
               END-READ
               IF (WS-ARCH-STAT = 00) THEN
                   ADD 1 TO WS-ARCH-READ
                   IF (ARCH-PERIOD = SPACES)
                           OR (ARCH-AVG NOT NUMERIC)
                       ADD 1 TO WS-ARCH-BAD
                       MOVE ARCH-STUD-ID TO WS-NOTE-ID
                       MOVE "ARCHIVE LINE UNREADABLE, NOT COUNTED"
                           TO WS-NOTE-TEXT
                       MOVE ARCH-PERIOD TO WS-NOTE-DETAIL
                       PERFORM NOTE-EXCEPTION-PARA
                   ELSE
                       MOVE ARCH-PERIOD  TO WS-LAST-PERIOD
                       MOVE ARCH-STUD-ID TO SORT-ID
                       MOVE WS-ARCH-READ TO SORT-SEQ
                       MOVE ARCH-REC     TO SORT-ARCH
                       RELEASE SORT-REC
                   END-IF
               END-IF
           END-PERFORM.
       ARCHIVE-EXIT.
           EXIT.
       AWARD-PARA.
           IF (WS-AWARD-PERIOD = SPACES)
               MOVE WS-LAST-PERIOD TO WS-AWARD-PERIOD
           END-IF
           IF (WS-AWARD-PERIOD = SPACES)
               MOVE "UNKNOWN" TO WS-AWARD-PERIOD
           END-IF
           PERFORM REGISTER-HEAD-PARA
      * Control break on stud-id: a student's terms are all in the
      * table when the next student's first line arrives.
           MOVE SPACES TO WS-CUR-ID
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF (NOT SORT-EOF)
                   IF (SORT-ID NOT = WS-CUR-ID)
                       IF (WS-CUR-ID NOT = SPACES)
                           PERFORM STUDENT-PARA
                       END-IF
                       MOVE SORT-ID TO WS-CUR-ID
                       MOVE ZERO TO WS-TERM-COUNT
                       MOVE ZERO TO WS-TERM-OVER
                   END-IF
                   PERFORM KEEP-TERM-PARA
               END-IF
           END-PERFORM
           IF (WS-CUR-ID NOT = SPACES)
               PERFORM STUDENT-PARA
           END-IF
           IF (WS-NEW-COUNT = ZERO) AND (WS-RENEW-COUNT = ZERO)
               MOVE "NO STUDENT MEETS THE SCHOLARSHIP RULES"
                   TO WS-AN-TEXT
               WRITE AWARD-LINE FROM WS-AW-NONE-LINE
           END-IF.
       AWARD-EXIT.
           EXIT.
       REGISTER-HEAD-PARA.
           MOVE WS-AWARD-PERIOD TO WS-AWT-PERIOD
           MOVE WS-RUN-DATE     TO WS-AWT-DATE
           WRITE AWARD-LINE FROM WS-AW-TITLE-LINE
           MOVE WS-SCHOL-AVG    TO WS-AWR-AVG
           MOVE WS-SCHOL-TERMS  TO WS-AWR-TERMS
           IF (GRACE-BARRED)
               MOVE ", NO GRACE" TO WS-AWR-GRACE
           ELSE
               MOVE SPACES TO WS-AWR-GRACE
           END-IF
           WRITE AWARD-LINE FROM WS-AW-RULE-LINE
           MOVE WS-PRIZE-MIN    TO WS-AWP-MIN
           WRITE AWARD-LINE FROM WS-AW-PRIZE-RULE-LINE
           MOVE SPACES TO AWARD-LINE
           WRITE AWARD-LINE
           MOVE "MERIT SCHOLARSHIPS" TO WS-AWH-TEXT
           WRITE AWARD-LINE FROM WS-AW-HEAD-LINE
           WRITE AWARD-LINE FROM WS-AW-SCHOL-COLUMN-LINE.
       KEEP-TERM-PARA.
           MOVE SORT-ARCH TO ARCH-REC
           MOVE 'N' TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   OR WS-TERM-FOUND = 'Y'
               IF WS-TE-PERIOD(WS-TERM-IDX) = ARCH-PERIOD
                   MOVE 'Y' TO WS-TERM-FOUND
               END-IF
           END-PERFORM
           IF WS-TERM-FOUND = 'Y'
      * Same period archived again: the later line is the re-run
      * after a correction, and it replaces the earlier one.
               SUBTRACT 1 FROM WS-TERM-IDX
               MOVE SORT-ARCH TO WS-TE-REC(WS-TERM-IDX)
           ELSE
               IF WS-TERM-COUNT >= WS-TERM-MAX
                   ADD 1 TO WS-TERM-OVER
               ELSE
                   ADD 1 TO WS-TERM-COUNT
                   MOVE WS-TERM-COUNT TO WS-TERM-IDX
                   MOVE ARCH-PERIOD TO WS-TE-PERIOD(WS-TERM-IDX)
                   MOVE SORT-ARCH   TO WS-TE-REC(WS-TERM-IDX)
               END-IF
           END-IF.
       STUDENT-PARA.
           ADD 1 TO WS-STUDENT-COUNT
           IF (WS-TERM-OVER > 0)
               MOVE WS-CUR-ID TO WS-NOTE-ID
               MOVE "MORE TERMS THAN TABLE HOLDS, LATER SKIPPED"
                   TO WS-NOTE-TEXT
               MOVE SPACES TO WS-NOTE-DETAIL
               PERFORM NOTE-EXCEPTION-PARA
           END-IF
           MOVE ZERO TO WS-CUR-TERM
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   OR WS-CUR-TERM > 0
               IF WS-TE-PERIOD(WS-TERM-IDX) = WS-AWARD-PERIOD
                   MOVE WS-TERM-IDX TO WS-CUR-TERM
               END-IF
           END-PERFORM
           PERFORM HOLDER-LOOKUP-PARA
      * A student with no result in the award period is a leaver or
      * a past student: nothing to award, and a holder's scholarship
      * lapses.
           IF (WS-CUR-TERM = 0)
               IF (WS-HOLD-HIT > 0)
                   MOVE "NO RESULT FOR AWARD PERIOD"
                       TO WS-HD-REASON(WS-HOLD-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-CURRENT-COUNT
               MOVE WS-TE-REC(WS-CUR-TERM) TO ARCH-REC
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
                   PERFORM PRIZE-CANDIDATE-PARA
               END-PERFORM
               PERFORM SPAN-PARA
               IF (STUDENT-QUALIFIES)
                   PERFORM SCHOLAR-PARA
               ELSE
                   IF (WS-HOLD-HIT > 0)
                       MOVE WS-SPAN-AVG TO WS-HD-AVG(WS-HOLD-HIT)
                       MOVE 'Y'         TO WS-HD-HAS-AVG(WS-HOLD-HIT)
                       MOVE WS-FAIL-PERIOD
                           TO WS-HD-PERIOD(WS-HOLD-HIT)
                       MOVE WS-FAIL-REASON
                           TO WS-HD-REASON(WS-HOLD-HIT)
                   END-IF
      * Meeting every rule in the terms there are, but too few of
      * them -- a lateral entrant, say -- is the committee's call.
                   IF (SPAN-SHORT)
                       MOVE WS-CUR-ID TO WS-NOTE-ID
                       MOVE "MEETS SCHOLARSHIP RULES IN FEWER TERMS"
                           TO WS-NOTE-TEXT
                       MOVE WS-SPAN-TERMS TO WS-DETAIL-COUNT
                       MOVE SPACES TO WS-NOTE-DETAIL
                       STRING WS-DETAIL-COUNT " OF " WS-SCHOL-TERMS
                           DELIMITED BY SIZE INTO WS-NOTE-DETAIL
                       PERFORM NOTE-EXCEPTION-PARA
                   END-IF
               END-IF
           END-IF.
       SPAN-PARA.
      * The span is the last SCHOLTERMS kept terms ending at the
      * award period, or as many as the student has.
           IF (WS-CUR-TERM > WS-SCHOL-TERMS)
               COMPUTE WS-SPAN-START = WS-CUR-TERM - WS-SCHOL-TERMS + 1
           ELSE
               MOVE 1 TO WS-SPAN-START
           END-IF
           COMPUTE WS-SPAN-TERMS = WS-CUR-TERM - WS-SPAN-START + 1
           MOVE ZERO TO WS-SPAN-TOTAL
           PERFORM VARYING WS-TERM-IDX FROM WS-SPAN-START BY 1
                   UNTIL WS-TERM-IDX > WS-CUR-TERM
               MOVE WS-TE-REC(WS-TERM-IDX) TO ARCH-REC
               ADD ARCH-AVG TO WS-SPAN-TOTAL
           END-PERFORM
           DIVIDE WS-SPAN-TOTAL BY WS-SPAN-TERMS
               GIVING WS-SPAN-AVG ROUNDED
      * The first term in the span to break a rule names the reason.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACES TO WS-FAIL-PERIOD
           MOVE 'N'    TO WS-SHORT-SPAN
           PERFORM VARYING WS-TERM-IDX FROM WS-SPAN-START BY 1
                   UNTIL WS-TERM-IDX > WS-CUR-TERM
                   OR WS-FAIL-REASON NOT = SPACES
               PERFORM SPAN-TERM-PARA
           END-PERFORM
           IF (WS-FAIL-REASON = SPACES)
                   AND (WS-SPAN-TERMS < WS-SCHOL-TERMS)
               MOVE "FEWER TERMS THAN RULES NEED" TO WS-FAIL-REASON
               MOVE 'Y' TO WS-SHORT-SPAN
           END-IF
           IF (WS-FAIL-REASON = SPACES)
               MOVE 'Y' TO WS-QUALIFY
           ELSE
               MOVE 'N' TO WS-QUALIFY
           END-IF.
       SPAN-TERM-PARA.
           MOVE WS-TE-REC(WS-TERM-IDX) TO ARCH-REC
           MOVE 'N' TO WS-HAS-ABSENT
           MOVE 'N' TO WS-HAS-GRACE
      * A paper debarred for attendance counts as an absence, as it
      * fails the student as one.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF ARCH-SUBJ-ABSENT(WS-SUBJ-IDX)
                       OR ARCH-SUBJ-DEBARRED(WS-SUBJ-IDX)
                   MOVE 'Y' TO WS-HAS-ABSENT
               END-IF
               IF ARCH-SUBJ-GRACED(WS-SUBJ-IDX)
                   MOVE 'Y' TO WS-HAS-GRACE
               END-IF
           END-PERFORM
           IF (ARCH-RESULT = "FAIL")
               MOVE "FAIL RESULT IN SPAN" TO WS-FAIL-REASON
           ELSE
           IF (TERM-HAS-ABSENT)
               MOVE "ABSENT OR NOT ELIGIBLE PAPER" TO WS-FAIL-REASON
           ELSE
           IF (ARCH-AVG < WS-SCHOL-AVG)
               MOVE "TERM AVERAGE BELOW THRESHOLD" TO WS-FAIL-REASON
           ELSE
           IF (GRACE-BARRED) AND (TERM-HAS-GRACE)
               MOVE "GRACE MARKS IN SPAN" TO WS-FAIL-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF (WS-FAIL-REASON NOT = SPACES)
               MOVE ARCH-PERIOD TO WS-FAIL-PERIOD
           END-IF.
       SCHOLAR-PARA.
      * A qualifying holder is renewed; anyone else qualifying is a
      * new award. Either way the register shows the terms that
      * earned it.
           IF (WS-HOLD-HIT > 0)
               MOVE "RENEWAL" TO WS-AS-STATUS
               ADD 1 TO WS-RENEW-COUNT
               MOVE "RENEWED"   TO WS-HD-DECISION(WS-HOLD-HIT)
               MOVE WS-SPAN-AVG TO WS-HD-AVG(WS-HOLD-HIT)
               MOVE 'Y'         TO WS-HD-HAS-AVG(WS-HOLD-HIT)
               MOVE SPACES      TO WS-HD-PERIOD(WS-HOLD-HIT)
               MOVE SPACES      TO WS-HD-REASON(WS-HOLD-HIT)
           ELSE
               MOVE "NEW AWARD" TO WS-AS-STATUS
               ADD 1 TO WS-NEW-COUNT
           END-IF
           MOVE WS-CUR-ID     TO WS-AS-ID
           MOVE WS-SPAN-AVG   TO WS-AS-AVG
           MOVE WS-SPAN-TERMS TO WS-AS-TERMS
           WRITE AWARD-LINE FROM WS-AW-SCHOL-LINE
           PERFORM VARYING WS-TERM-IDX FROM WS-SPAN-START BY 1
                   UNTIL WS-TERM-IDX > WS-CUR-TERM
               MOVE WS-TE-REC(WS-TERM-IDX) TO ARCH-REC
               MOVE ARCH-PERIOD TO WS-ATL-PERIOD
               MOVE ARCH-AVG    TO WS-ATL-AVG
               MOVE ARCH-RESULT TO WS-ATL-RESULT
               WRITE AWARD-LINE FROM WS-AW-TERM-LINE
           END-PERFORM.
       PRIZE-CANDIDATE-PARA.
      * Only a paper sat in the award period can win, and only with
      * a mark that passes it; a graced mark is out when grace is
      * barred.
           IF ARCH-SUBJ-ATTEMPTED(WS-SUBJ-IDX)
                   AND ARCH-SUBJ-MARKS(WS-SUBJ-IDX)
                       NOT < SUBJ-PASS-MARKS(WS-SUBJ-IDX)
                   AND ARCH-SUBJ-MARKS(WS-SUBJ-IDX)
                       NOT < WS-PRIZE-MIN
                   AND NOT (GRACE-BARRED
                       AND ARCH-SUBJ-GRACED(WS-SUBJ-IDX))
               PERFORM PRIZE-SLOT-PARA
           END-IF.
       PRIZE-SLOT-PARA.
           MOVE ZERO TO WS-PZ-HIT
           MOVE ZERO TO WS-PZ-INSERT
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
                   OR WS-PZ-HIT > 0 OR WS-PZ-INSERT > 0
               IF (WS-PZ-SECTION(WS-PZ-IDX) = ARCH-SECTION)
                       AND (WS-PZ-SUBJ(WS-PZ-IDX) = WS-SUBJ-IDX)
                   MOVE WS-PZ-IDX TO WS-PZ-HIT
               ELSE
                   IF (WS-PZ-SECTION(WS-PZ-IDX) > ARCH-SECTION)
                           OR (WS-PZ-SECTION(WS-PZ-IDX) = ARCH-SECTION
                           AND WS-PZ-SUBJ(WS-PZ-IDX) > WS-SUBJ-IDX)
                       MOVE WS-PZ-IDX TO WS-PZ-INSERT
                   END-IF
               END-IF
           END-PERFORM
           IF (WS-PZ-HIT = 0)
               IF (WS-PZ-COUNT >= WS-PZ-MAX)
                   ADD 1 TO WS-PZ-OVER
               ELSE
      * A new section and subject: opened in its place in the table,
      * the slots after it moved down one.
                   IF (WS-PZ-INSERT = 0)
                       ADD 1 TO WS-PZ-COUNT
                       MOVE WS-PZ-COUNT TO WS-PZ-HIT
                   ELSE
                       PERFORM VARYING WS-PZ-SHIFT FROM WS-PZ-COUNT
                               BY -1 UNTIL WS-PZ-SHIFT < WS-PZ-INSERT
                           MOVE WS-PZ-ENTRY(WS-PZ-SHIFT)
                               TO WS-PZ-ENTRY(WS-PZ-SHIFT + 1)
                       END-PERFORM
                       ADD 1 TO WS-PZ-COUNT
                       MOVE WS-PZ-INSERT TO WS-PZ-HIT
                   END-IF
                   MOVE ARCH-SECTION TO WS-PZ-SECTION(WS-PZ-HIT)
                   MOVE WS-SUBJ-IDX  TO WS-PZ-SUBJ(WS-PZ-HIT)
                   PERFORM PRIZE-LEADER-PARA
               END-IF
           ELSE
               IF (ARCH-SUBJ-MARKS(WS-SUBJ-IDX)
                       > WS-PZ-MARK(WS-PZ-HIT))
                   PERFORM PRIZE-LEADER-PARA
               ELSE
                   IF (ARCH-SUBJ-MARKS(WS-SUBJ-IDX)
                           = WS-PZ-MARK(WS-PZ-HIT))
                       IF (WS-PZ-HOLDERS(WS-PZ-HIT) < WS-PZ-TIE-MAX)
                           ADD 1 TO WS-PZ-HOLDERS(WS-PZ-HIT)
                           MOVE ARCH-STUD-ID TO WS-PZ-ID(WS-PZ-HIT,
                               WS-PZ-HOLDERS(WS-PZ-HIT))
                       ELSE
                           ADD 1 TO WS-PZ-EXTRA(WS-PZ-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       PRIZE-LEADER-PARA.
           MOVE ARCH-SUBJ-MARKS(WS-SUBJ-IDX) TO WS-PZ-MARK(WS-PZ-HIT)
           MOVE 1            TO WS-PZ-HOLDERS(WS-PZ-HIT)
           MOVE ZERO         TO WS-PZ-EXTRA(WS-PZ-HIT)
           MOVE ARCH-STUD-ID TO WS-PZ-ID(WS-PZ-HIT, 1).
       NOTE-EXCEPTION-PARA.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NOTE-ID     TO WS-EX-ID(WS-EXC-COUNT)
               MOVE WS-NOTE-TEXT   TO WS-EX-TEXT(WS-EXC-COUNT)
               MOVE WS-NOTE-DETAIL TO WS-EX-DETAIL(WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVER
           END-IF.
       PRIZE-LIST-PARA.
      * A tied slot is not awarded here: the committee decides it
      * from the ties page.
           MOVE SPACES TO AWARD-LINE
           WRITE AWARD-LINE
           MOVE "SUBJECT PRIZES" TO WS-AWH-TEXT
           WRITE AWARD-LINE FROM WS-AW-HEAD-LINE
           WRITE AWARD-LINE FROM WS-AW-PRIZE-COLUMN-LINE
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
               MOVE WS-PZ-SECTION(WS-PZ-IDX) TO WS-AP-SECTION
               MOVE SUBJ-NAME(WS-PZ-SUBJ(WS-PZ-IDX)) TO WS-AP-SUBJ
               MOVE WS-PZ-MARK(WS-PZ-IDX)    TO WS-AP-MARK
               IF (WS-PZ-HOLDERS(WS-PZ-IDX) = 1)
                   MOVE WS-PZ-ID(WS-PZ-IDX, 1) TO WS-AP-ID
                   MOVE SPACES TO WS-AP-NOTE
                   ADD 1 TO WS-PRIZE-COUNT
               ELSE
                   MOVE SPACES TO WS-AP-ID
                   MOVE "TIED - SEE TIES AND EXCEPTIONS" TO WS-AP-NOTE
                   ADD 1 TO WS-TIE-COUNT
               END-IF
               WRITE AWARD-LINE FROM WS-AW-PRIZE-LINE
           END-PERFORM
           IF (WS-PZ-COUNT = ZERO)
               MOVE "NO PAPER IN THE AWARD PERIOD QUALIFIES FOR A PRIZE"
                   TO WS-AN-TEXT
               WRITE AWARD-LINE FROM WS-AW-NONE-LINE
           END-IF.
       REGISTER-COUNT-PARA.
           MOVE SPACES TO AWARD-LINE
           WRITE AWARD-LINE
           MOVE "ARCHIVE RECORDS READ-"     TO WS-AC-LABEL
           MOVE WS-ARCH-READ                TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "STUDENTS ON ARCHIVE-"      TO WS-AC-LABEL
           MOVE WS-STUDENT-COUNT            TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "STUDENTS IN AWARD PERIOD-" TO WS-AC-LABEL
           MOVE WS-CURRENT-COUNT            TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "NEW SCHOLARSHIPS-"         TO WS-AC-LABEL
           MOVE WS-NEW-COUNT                TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "SCHOLARSHIPS RENEWED-"     TO WS-AC-LABEL
           MOVE WS-RENEW-COUNT              TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "SUBJECT PRIZES AWARDED-"   TO WS-AC-LABEL
           MOVE WS-PRIZE-COUNT              TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE
           MOVE "SUBJECT PRIZES TIED-"      TO WS-AC-LABEL
           MOVE WS-TIE-COUNT                TO WS-AC-COUNT
           WRITE AWARD-LINE FROM WS-AW-COUNT-LINE.
       RENEWAL-LIST-PARA.
           MOVE WS-AWARD-PERIOD TO WS-RNT-PERIOD
           WRITE RENEW-LINE FROM WS-RN-TITLE-LINE
           WRITE RENEW-LINE FROM WS-RN-COLUMN-LINE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               PERFORM RENEWAL-DETAIL-PARA
           END-PERFORM
           IF (WS-HOLD-COUNT = ZERO)
               MOVE "NO CURRENT SCHOLARSHIP HOLDERS" TO WS-AN-TEXT
               WRITE RENEW-LINE FROM WS-AW-NONE-LINE
           END-IF
           MOVE SPACES TO RENEW-LINE
           WRITE RENEW-LINE
           MOVE "HOLDERS RENEWED-"          TO WS-AC-LABEL
           MOVE WS-RENEW-COUNT              TO WS-AC-COUNT
           WRITE RENEW-LINE FROM WS-AW-COUNT-LINE
           MOVE "HOLDERS LAPSED-"           TO WS-AC-LABEL
           MOVE WS-LAPSE-COUNT              TO WS-AC-COUNT
           WRITE RENEW-LINE FROM WS-AW-COUNT-LINE.
       RENEWAL-DETAIL-PARA.
           MOVE WS-HD-ID(WS-HOLD-IDX)       TO WS-RD-ID
           MOVE WS-HD-REF(WS-HOLD-IDX)      TO WS-RD-REF
           MOVE WS-HD-SINCE(WS-HOLD-IDX)    TO WS-RD-SINCE
           MOVE WS-HD-DECISION(WS-HOLD-IDX) TO WS-RD-DECISION
           MOVE SPACES TO WS-RD-AVG-FIGS
           IF (WS-HD-HAS-AVG(WS-HOLD-IDX) = 'Y')
               MOVE WS-HD-AVG(WS-HOLD-IDX)  TO WS-RD-AVG
           END-IF
           MOVE WS-HD-PERIOD(WS-HOLD-IDX)   TO WS-RD-PERIOD
           MOVE WS-HD-REASON(WS-HOLD-IDX)   TO WS-RD-REASON
           IF (WS-HD-DECISION(WS-HOLD-IDX) = "LAPSED")
               ADD 1 TO WS-LAPSE-COUNT
      * A holder the archive has never heard of is more likely a
      * mis-keyed stud-id than a lapse; the committee checks it.
               IF (WS-HD-REASON(WS-HOLD-IDX) = "NOT ON RESULTS ARCHIVE")
                   MOVE WS-HD-ID(WS-HOLD-IDX) TO WS-NOTE-ID
                   MOVE "HOLDER NOT ON RESULTS ARCHIVE"
                       TO WS-NOTE-TEXT
                   MOVE WS-HD-REF(WS-HOLD-IDX) TO WS-NOTE-DETAIL
                   PERFORM NOTE-EXCEPTION-PARA
               END-IF
           END-IF
           WRITE RENEW-LINE FROM WS-RN-DETAIL-LINE.
       TIES-PARA.
           MOVE WS-AWARD-PERIOD TO WS-AXT-PERIOD
           WRITE AWEXC-LINE FROM WS-AX-TITLE-LINE
           MOVE SPACES TO AWEXC-LINE
           WRITE AWEXC-LINE
           MOVE "TIES FOR SUBJECT PRIZES - COMMITTEE TO DECIDE"
               TO WS-AWH-TEXT
           WRITE AWEXC-LINE FROM WS-AW-HEAD-LINE
           WRITE AWEXC-LINE FROM WS-AX-TIE-COLUMN-LINE
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
               IF (WS-PZ-HOLDERS(WS-PZ-IDX) > 1)
                   PERFORM TIE-DETAIL-PARA
               END-IF
           END-PERFORM
           IF (WS-TIE-COUNT = ZERO)
               MOVE "NO TIES" TO WS-AN-TEXT
               WRITE AWEXC-LINE FROM WS-AW-NONE-LINE
           END-IF.
       TIE-DETAIL-PARA.
           MOVE WS-PZ-SECTION(WS-PZ-IDX) TO WS-XT-SECTION
           MOVE SUBJ-NAME(WS-PZ-SUBJ(WS-PZ-IDX)) TO WS-XT-SUBJ
           MOVE WS-PZ-MARK(WS-PZ-IDX)    TO WS-XT-MARK
           PERFORM VARYING WS-PZ-TIE-IDX FROM 1 BY 1
                   UNTIL WS-PZ-TIE-IDX > WS-PZ-HOLDERS(WS-PZ-IDX)
               MOVE WS-PZ-ID(WS-PZ-IDX, WS-PZ-TIE-IDX) TO WS-XT-ID
               WRITE AWEXC-LINE FROM WS-AX-TIE-LINE
           END-PERFORM
           IF (WS-PZ-EXTRA(WS-PZ-IDX) > 0)
               MOVE WS-PZ-EXTRA(WS-PZ-IDX) TO WS-XE-EXTRA
               WRITE AWEXC-LINE FROM WS-AX-TIE-EXTRA-LINE
           END-IF.
       EXCEPTION-PARA.
      * Table overflows are exceptions too: whatever did not fit was
      * not considered, and the committee must know it.
           IF (WS-HOLD-OVER > 0)
               MOVE SPACES TO WS-NOTE-ID
               MOVE "HOLDERS PAST TABLE, NOT CONSIDERED"
                   TO WS-NOTE-TEXT
               MOVE WS-HOLD-OVER TO WS-NOTE-DETAIL
               PERFORM NOTE-EXCEPTION-PARA
           END-IF
           IF (WS-PZ-OVER > 0)
               MOVE SPACES TO WS-NOTE-ID
               MOVE "PRIZE CANDIDATES PAST TABLE, NOT CONSIDERED"
                   TO WS-NOTE-TEXT
               MOVE WS-PZ-OVER TO WS-NOTE-DETAIL
               PERFORM NOTE-EXCEPTION-PARA
           END-IF
           MOVE SPACES TO AWEXC-LINE
           WRITE AWEXC-LINE
           MOVE "EXCEPTIONS" TO WS-AWH-TEXT
           WRITE AWEXC-LINE FROM WS-AW-HEAD-LINE
           WRITE AWEXC-LINE FROM WS-AX-EXC-COLUMN-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE WS-EX-ID(WS-EXC-IDX)     TO WS-XX-ID
               MOVE WS-EX-TEXT(WS-EXC-IDX)   TO WS-XX-TEXT
               MOVE WS-EX-DETAIL(WS-EXC-IDX) TO WS-XX-DETAIL
               WRITE AWEXC-LINE FROM WS-AX-EXC-LINE
           END-PERFORM
           IF (WS-EXC-COUNT = ZERO)
               MOVE "NO EXCEPTIONS" TO WS-AN-TEXT
               WRITE AWEXC-LINE FROM WS-AW-NONE-LINE
           END-IF
           IF (WS-EXC-OVER > 0)
               MOVE "EXCEPTIONS PAST TABLE, NOT LISTED-" TO WS-AC-LABEL
               MOVE WS-EXC-OVER TO WS-AC-COUNT
               WRITE AWEXC-LINE FROM WS-AW-COUNT-LINE
           END-IF.
       RUN-LOG-PARA.
      * Written is the awards made and scholarships carried or
      * lapsed; rejected is the exceptions left for the committee.
           MOVE "STDAWARD"       TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-ARCH-FILENAME) " "
               FUNCTION TRIM(WS-PARM-FILENAME) " "
               FUNCTION TRIM(WS-SCHOL-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-ARCH-READ     TO RUN-READ
           ADD WS-NEW-COUNT WS-RENEW-COUNT WS-LAPSE-COUNT
               WS-PRIZE-COUNT GIVING RUN-WRITTEN
           MOVE WS-EXC-COUNT     TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDAWARD.
