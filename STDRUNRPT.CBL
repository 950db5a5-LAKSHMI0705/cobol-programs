      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily operations summary. Reads the suite run log
      *          (RUNLOGFILE variable, default STDRUNLOG.txt) that
      *          every batch program appends through RUNLOG and lists
      *          every run of one day (RUNRPTDATE, YYYYMMDD, default
      *          today) on STDRUNRPT.txt in the order the runs ended:
      *          time, program, operator, records read, written,
      *          rejected and updated, return code and input files.
      *          Each run is set against the previous run of the same
      *          program on the log, whatever day that was, and
      *          flagged for a non-zero return code, for a second or
      *          later run of the program that day, and for any count
      *          that moved by more than RUNSWINGPCT per cent (default
      *          25) or up from zero. A run with no earlier run to set
      *          against is marked NEW. The page closes with the day's
      *          counts, and any flagged run ends the report with
      *          RETURN-CODE 4 so the morning check cannot miss it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDRUNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STDRUNLOG
           ASSIGN TO WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STAT.

           SELECT STDRUNRPT
           ASSIGN TO 'STDRUNRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD STDRUNLOG.
           COPY STDRLOG.

       FD STDRUNRPT.
       01 RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-RUNLOG-FILENAME PIC X(100).
       77 WS-RUNLOG-STAT    PIC 99.
       77 WS-RPT-STAT       PIC 99.
       77 WS-RPT-DATE-TEXT  PIC X(10).
       77 WS-RPT-DATE       PIC 9(8).
       77 WS-SWING-TEXT     PIC X(10).
       77 WS-SWING-PCT      PIC 9(3) VALUE 25.
       77 WS-READ-COUNT     PIC 9(8) VALUE ZERO.
       77 WS-BAD-COUNT      PIC 9(6) VALUE ZERO.
       77 WS-LISTED-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-FLAGGED-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-NONZERO-COUNT  PIC 9(6) VALUE ZERO.
       77 WS-DAY-PROGRAMS   PIC 9(4) VALUE ZERO.
       77 WS-RUN-FLAGS      PIC 99.
       77 WS-FLAG-TEXT      PIC X(60).
       77 WS-CNT-IDX        PIC 9.
       77 WS-DIFF           PIC 9(8).
       77 WS-PCT            PIC 9(9).
       77 WS-PCT-EDIT       PIC Z(8)9.
       77 WS-PREV-EDIT      PIC Z(7)9.
       77 WS-CUR-EDIT       PIC Z(7)9.
       77 WS-RUNS-EDIT      PIC Z9.
       77 WS-RC-EDIT        PIC ZZZ9.

      * One entry per program seen on the log, holding the counts of
      * its latest run read so far -- the previous run for the next
      * line of the same program -- and how often it ran on the day.
       77 WS-PG-COUNT       PIC 99   VALUE ZERO.
       77 WS-PG-MAX         PIC 99   VALUE 60.
       77 WS-PG-IDX         PIC 99.
       77 WS-PG-HIT         PIC 99.
       77 WS-PG-OVER        PIC 9(6) VALUE ZERO.
       01 WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 60 TIMES.
              10 WS-PG-NAME     PIC X(10).
              10 WS-PG-HAS-PREV PIC X.
              10 WS-PG-PREV     OCCURS 4 TIMES
                                PIC 9(8).
              10 WS-PG-RUNS     PIC 99.

      * This run's four counts, in the order STDRLOG carries them, so
      * each can be set against the same count of the previous run.
       01 WS-CUR-TABLE.
           05 WS-CUR-COUNT OCCURS 4 TIMES
                                PIC 9(8).

       01 WS-COUNT-NAMES.
           05 FILLER        PIC X(8)  VALUE "READ".
           05 FILLER        PIC X(8)  VALUE "WRITTEN".
           05 FILLER        PIC X(8)  VALUE "REJECTED".
           05 FILLER        PIC X(8)  VALUE "UPDATED".
       01 WS-COUNT-NAME-TABLE REDEFINES WS-COUNT-NAMES.
           05 WS-COUNT-NAME OCCURS 4 TIMES
                                PIC X(8).

      * Suite run statistics for this report's own run (RUNLOG).
           COPY RUNWS.

       01 WS-RN-TITLE-LINE.
           05 FILLER        PIC X(30)
                            VALUE "DAILY OPERATIONS SUMMARY".
           05 FILLER        PIC X(10) VALUE "RUN DATE-".
           05 WS-RNT-DATE   PIC 9(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(14) VALUE "SWING LIMIT-".
           05 WS-RNT-SWING  PIC ZZ9.
           05 FILLER        PIC X(31) VALUE "%".

       01 WS-RN-COLUMN-LINE.
           05 FILLER        PIC X(10) VALUE "TIME".
           05 FILLER        PIC X(12) VALUE "PROGRAM".
           05 FILLER        PIC X(10) VALUE "OPERID".
           05 FILLER        PIC X(10) VALUE "    READ".
           05 FILLER        PIC X(10) VALUE " WRITTEN".
           05 FILLER        PIC X(10) VALUE "REJECTED".
           05 FILLER        PIC X(10) VALUE " UPDATED".
           05 FILLER        PIC X(6)  VALUE "  RC".
           05 FILLER        PIC X(22) VALUE "STATUS".

       01 WS-RN-DETAIL-LINE.
           05 WS-RD-TIME    PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-PROGRAM PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-OPER    PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-READ    PIC Z(7)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-WRITTEN PIC Z(7)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-REJECTED PIC Z(7)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-UPDATED PIC Z(7)9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-RC      PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-RD-STATUS  PIC X(8).
           05 FILLER        PIC X(14) VALUE SPACES.

       01 WS-RN-INPUT-LINE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "INPUTS-".
           05 WS-RI-INPUTS  PIC X(80).
           05 FILLER        PIC X(2)  VALUE SPACES.

       01 WS-RN-FLAG-LINE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(3)  VALUE "**".
           05 WS-RF-TEXT    PIC X(60).
           05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-RN-NONE-LINE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-RX-TEXT    PIC X(50).
           05 FILLER        PIC X(40) VALUE SPACES.

       01 WS-RN-COUNT-LINE.
           05 WS-RC-LABEL   PIC X(32).
           05 WS-RC-COUNT   PIC ZZZZZ9.
           05 FILLER        PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
      * The log is OPTIONAL: nothing logged yet means no file, and
      * that reports as a day with no runs rather than an error.
           OPEN INPUT STDRUNLOG
           IF (WS-RUNLOG-STAT NOT = 00) AND (WS-RUNLOG-STAT NOT = 05)
               DISPLAY "UNABLE TO OPEN STDRUNLOG "
                   FUNCTION TRIM(WS-RUNLOG-FILENAME)
                   " STATUS-" WS-RUNLOG-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDRUNRPT
           IF (WS-RPT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDRUNRPT, STATUS-"
                   WS-RPT-STAT
               CLOSE STDRUNLOG
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           MOVE WS-RPT-DATE  TO WS-RNT-DATE
           MOVE WS-SWING-PCT TO WS-RNT-SWING
           WRITE RPT-LINE FROM WS-RN-TITLE-LINE
           WRITE RPT-LINE FROM WS-RN-COLUMN-LINE
           PERFORM READ-PARA THRU READ-EXIT
           PERFORM SUMMARY-PARA
           CLOSE STDRUNLOG
           CLOSE STDRUNRPT
           DISPLAY "RUN LOG RECORDS READ-" WS-READ-COUNT
           DISPLAY "RUNS LISTED-" WS-LISTED-COUNT
           DISPLAY "RUNS FLAGGED-" WS-FLAGGED-COUNT
           IF (WS-FLAGGED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-RUNLOG-FILENAME FROM ENVIRONMENT "RUNLOGFILE"
           IF (WS-RUNLOG-FILENAME = SPACES)
               MOVE "STDRUNLOG.txt" TO WS-RUNLOG-FILENAME
           END-IF
           ACCEPT WS-RPT-DATE-TEXT FROM ENVIRONMENT "RUNRPTDATE"
           IF (WS-RPT-DATE-TEXT = SPACES)
               ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(WS-RPT-DATE-TEXT) TO WS-RPT-DATE
           END-IF
           ACCEPT WS-SWING-TEXT FROM ENVIRONMENT "RUNSWINGPCT"
           IF (WS-SWING-TEXT NOT = SPACES)
               MOVE FUNCTION NUMVAL(WS-SWING-TEXT) TO WS-SWING-PCT
           END-IF.
       READ-PARA.
      * The log is in the order runs ended, so the program table
      * always holds each program's latest run before the line being
      * read. Lines after the report day are read past.
           PERFORM UNTIL WS-RUNLOG-STAT NOT = 00
           READ STDRUNLOG
           END-READ
           IF (WS-RUNLOG-STAT = 00) THEN
               ADD 1 TO WS-READ-COUNT
               IF (RLOG-DATE NOT NUMERIC)
                       OR (RLOG-READ NOT NUMERIC)
                       OR (RLOG-WRITTEN NOT NUMERIC)
                       OR (RLOG-REJECTED NOT NUMERIC)
                       OR (RLOG-UPDATED NOT NUMERIC)
                       OR (RLOG-RC NOT NUMERIC)
                   ADD 1 TO WS-BAD-COUNT
               ELSE
                   IF (RLOG-DATE NOT > WS-RPT-DATE)
                       PERFORM PROGRAM-PARA
                   END-IF
               END-IF
           END-IF
           END-PERFORM.
       READ-EXIT.
           EXIT.
       PROGRAM-PARA.
           MOVE RLOG-READ     TO WS-CUR-COUNT(1)
           MOVE RLOG-WRITTEN  TO WS-CUR-COUNT(2)
           MOVE RLOG-REJECTED TO WS-CUR-COUNT(3)
           MOVE RLOG-UPDATED  TO WS-CUR-COUNT(4)
           MOVE ZERO TO WS-PG-HIT
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                   OR WS-PG-HIT > 0
               IF WS-PG-NAME(WS-PG-IDX) = RLOG-PROGRAM
                   MOVE WS-PG-IDX TO WS-PG-HIT
               END-IF
           END-PERFORM
           IF (WS-PG-HIT = 0)
               IF (WS-PG-COUNT < WS-PG-MAX)
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-PG-COUNT TO WS-PG-HIT
                   MOVE RLOG-PROGRAM TO WS-PG-NAME(WS-PG-HIT)
                   MOVE 'N'  TO WS-PG-HAS-PREV(WS-PG-HIT)
                   MOVE ZERO TO WS-PG-RUNS(WS-PG-HIT)
               ELSE
                   ADD 1 TO WS-PG-OVER
               END-IF
           END-IF
           IF (RLOG-DATE = WS-RPT-DATE)
               PERFORM LIST-RUN-PARA
           END-IF
      * This run is now the previous run for the program's next line.
           IF (WS-PG-HIT > 0)
               MOVE 'Y' TO WS-PG-HAS-PREV(WS-PG-HIT)
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > 4
                   MOVE WS-CUR-COUNT(WS-CNT-IDX)
                       TO WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX)
               END-PERFORM
           END-IF.
       LIST-RUN-PARA.
           ADD 1 TO WS-LISTED-COUNT
           MOVE ZERO TO WS-RUN-FLAGS
           MOVE RLOG-TIME     TO WS-RD-TIME
           MOVE RLOG-PROGRAM  TO WS-RD-PROGRAM
           MOVE RLOG-OPERATOR TO WS-RD-OPER
           IF (RLOG-OPERATOR = SPACES)
               MOVE "(BLANK)" TO WS-RD-OPER
           END-IF
           MOVE RLOG-READ     TO WS-RD-READ
           MOVE RLOG-WRITTEN  TO WS-RD-WRITTEN
           MOVE RLOG-REJECTED TO WS-RD-REJECTED
           MOVE RLOG-UPDATED  TO WS-RD-UPDATED
           MOVE RLOG-RC       TO WS-RD-RC
           IF (WS-PG-HIT > 0)
               ADD 1 TO WS-PG-RUNS(WS-PG-HIT)
               IF (WS-PG-RUNS(WS-PG-HIT) = 1)
                   ADD 1 TO WS-DAY-PROGRAMS
               END-IF
           END-IF
      * The flags are worked out before the run line is written so
      * its status column can say whether any follow it.
           IF (RLOG-RC NOT = ZERO)
               ADD 1 TO WS-NONZERO-COUNT
               ADD 1 TO WS-RUN-FLAGS
           END-IF
           IF (WS-PG-HIT > 0)
               IF (WS-PG-RUNS(WS-PG-HIT) > 1)
                   ADD 1 TO WS-RUN-FLAGS
               END-IF
               IF (WS-PG-HAS-PREV(WS-PG-HIT) = 'Y')
                   PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                           UNTIL WS-CNT-IDX > 4
                       PERFORM SWING-PARA
                       IF (WS-FLAG-TEXT NOT = SPACES)
                           ADD 1 TO WS-RUN-FLAGS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF (WS-RUN-FLAGS > 0)
               MOVE "CHECK" TO WS-RD-STATUS
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               IF (WS-PG-HIT > 0)
                   AND (WS-PG-HAS-PREV(WS-PG-HIT) = 'N')
                   MOVE "NEW" TO WS-RD-STATUS
               ELSE
                   MOVE "OK" TO WS-RD-STATUS
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-RN-DETAIL-LINE
           IF (RLOG-INPUTS NOT = SPACES)
               MOVE RLOG-INPUTS TO WS-RI-INPUTS
               WRITE RPT-LINE FROM WS-RN-INPUT-LINE
           END-IF
           IF (WS-RUN-FLAGS > 0)
               PERFORM FLAG-LINES-PARA
           END-IF.
       FLAG-LINES-PARA.
           IF (RLOG-RC NOT = ZERO)
               MOVE RLOG-RC TO WS-RC-EDIT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "ENDED WITH RETURN CODE "
                   FUNCTION TRIM(WS-RC-EDIT)
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               MOVE WS-FLAG-TEXT TO WS-RF-TEXT
               WRITE RPT-LINE FROM WS-RN-FLAG-LINE
           END-IF
           IF (WS-PG-HIT > 0)
               IF (WS-PG-RUNS(WS-PG-HIT) > 1)
                   MOVE WS-PG-RUNS(WS-PG-HIT) TO WS-RUNS-EDIT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "RUN " FUNCTION TRIM(WS-RUNS-EDIT)
                       " OF THIS PROGRAM TODAY"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   MOVE WS-FLAG-TEXT TO WS-RF-TEXT
                   WRITE RPT-LINE FROM WS-RN-FLAG-LINE
               END-IF
               IF (WS-PG-HAS-PREV(WS-PG-HIT) = 'Y')
                   PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                           UNTIL WS-CNT-IDX > 4
                       PERFORM SWING-PARA
                       IF (WS-FLAG-TEXT NOT = SPACES)
                           MOVE WS-FLAG-TEXT TO WS-RF-TEXT
                           WRITE RPT-LINE FROM WS-RN-FLAG-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       SWING-PARA.
      * A count moving from zero has no percentage; it is flagged
      * whatever the limit, as zero-to-something is always news.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX) TO WS-PREV-EDIT
           MOVE WS-CUR-COUNT(WS-CNT-IDX) TO WS-CUR-EDIT
           IF (WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX) = ZERO)
               IF (WS-CUR-COUNT(WS-CNT-IDX) > ZERO)
                   STRING FUNCTION TRIM(WS-COUNT-NAME(WS-CNT-IDX))
                       " UP FROM 0 LAST RUN TO "
                       FUNCTION TRIM(WS-CUR-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
               END-IF
           ELSE
               IF (WS-CUR-COUNT(WS-CNT-IDX)
                       > WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX))
                   COMPUTE WS-DIFF = WS-CUR-COUNT(WS-CNT-IDX)
                       - WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX)
               ELSE
                   COMPUTE WS-DIFF = WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX)
                       - WS-CUR-COUNT(WS-CNT-IDX)
               END-IF
               COMPUTE WS-PCT = WS-DIFF * 100
                   / WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX)
               IF (WS-PCT > WS-SWING-PCT)
                   MOVE WS-PCT TO WS-PCT-EDIT
                   IF (WS-CUR-COUNT(WS-CNT-IDX)
                           > WS-PG-PREV(WS-PG-HIT, WS-CNT-IDX))
                       STRING FUNCTION TRIM(WS-COUNT-NAME(WS-CNT-IDX))
                           " UP " FUNCTION TRIM(WS-PCT-EDIT)
                           "% ON LAST RUN, "
                           FUNCTION TRIM(WS-PREV-EDIT) " TO "
                           FUNCTION TRIM(WS-CUR-EDIT)
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   ELSE
                       STRING FUNCTION TRIM(WS-COUNT-NAME(WS-CNT-IDX))
                           " DOWN " FUNCTION TRIM(WS-PCT-EDIT)
                           "% ON LAST RUN, "
                           FUNCTION TRIM(WS-PREV-EDIT) " TO "
                           FUNCTION TRIM(WS-CUR-EDIT)
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-IF
               END-IF
           END-IF.
       SUMMARY-PARA.
           IF (WS-LISTED-COUNT = ZERO)
               MOVE "NO RUNS LOGGED FOR THIS DATE" TO WS-RX-TEXT
               WRITE RPT-LINE FROM WS-RN-NONE-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RUNS ON THE DAY" TO WS-RC-LABEL
           MOVE WS-LISTED-COUNT TO WS-RC-COUNT
           WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           MOVE "PROGRAMS RUN" TO WS-RC-LABEL
           MOVE WS-DAY-PROGRAMS TO WS-RC-COUNT
           WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           MOVE "RUNS FLAGGED" TO WS-RC-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-RC-COUNT
           WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           MOVE "NON-ZERO RETURN CODES" TO WS-RC-LABEL
           MOVE WS-NONZERO-COUNT TO WS-RC-COUNT
           WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           IF (WS-BAD-COUNT > 0)
               MOVE "UNREADABLE LOG LINES SKIPPED" TO WS-RC-LABEL
               MOVE WS-BAD-COUNT TO WS-RC-COUNT
               WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           END-IF
           IF (WS-PG-OVER > 0)
               MOVE "RUNS PAST PROGRAM TABLE" TO WS-RC-LABEL
               MOVE WS-PG-OVER TO WS-RC-COUNT
               WRITE RPT-LINE FROM WS-RN-COUNT-LINE
           END-IF.
       RUN-LOG-PARA.
           MOVE "STDRUNRPT"        TO RUN-PROGRAM
           MOVE WS-RUNLOG-FILENAME TO RUN-INPUTS
           MOVE WS-READ-COUNT      TO RUN-READ
           MOVE WS-LISTED-COUNT    TO RUN-WRITTEN
           MOVE WS-BAD-COUNT       TO RUN-REJECTED
           MOVE ZERO               TO RUN-UPDATED
           MOVE RETURN-CODE        TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDRUNRPT.
