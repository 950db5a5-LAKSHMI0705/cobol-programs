      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-examination hall ticket and seating plan run.
      *          Reads STDFILE and the examination room master
      *          (EXAMROOM, default EXAMROOM.txt, one STDROOM line per
      *          room) and seats every student for every paper, room
      *          by room in master order and seat by seat along each
      *          row. Students are taken section by section in turn
      *          -- one from each STUD-SECTION, then the next from
      *          each, and so on -- so neighbours along a row come
      *          from different sections; once only one section is
      *          left to seat, a seat is left empty between two of its
      *          students wherever the rooms have the spare places. A
      *          paper the student is exempt from (attendance E) gets
      *          no seat, and nor does one debarred for class
      *          attendance by STDELIG (attendance D), whose ticket
      *          reads NOT ELIGIBLE - DEBARRED. Writes one hall ticket
      *          per student (stud-id, name, section, and for each
      *          paper on the subject master its room and seat) to
      *          STDHALLTKT.txt; a room-by-room seating chart per
      *          paper to STDSEATING.txt and the matching door list,
      *          by section and stud-id within section, one per room
      *          and paper, to STDDOORLST.txt for the invigilators.
      *          When the rooms hold fewer places than a paper has
      *          candidates, a capacity shortfall warning heads that
      *          paper's charts, the students left over are ticketed
      *          NOT SEATED, and the run ends with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDHALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE
           ASSIGN TO WS-STD-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUD-ID
           FILE STATUS IS WS-STAT.

           SELECT EXAMROOM
           ASSIGN TO WS-ROOM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOM-STAT.

           SELECT STDHALLTKT
           ASSIGN TO 'STDHALLTKT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TKT-STAT.

           SELECT STDSEATING
           ASSIGN TO 'STDSEATING.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STAT.

           SELECT STDDOORLST
           ASSIGN TO 'STDDOORLST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOOR-STAT.

           SELECT SORTWORK
           ASSIGN TO 'STDHALL.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD STDFILE.
           COPY STDREC.

       FD EXAMROOM.
           COPY STDROOM.

       FD STDHALLTKT.
       01 TKT-LINE          PIC X(80).

       FD STDSEATING.
       01 CHART-LINE        PIC X(140).

       FD STDDOORLST.
       01 DOOR-LINE         PIC X(80).

       SD SORTWORK.
       01 SORT-REC.
           05 SORT-SECTION      PIC X(3).
           05 SORT-ID           PIC X(12).
           05 SORT-NAME         PIC X(20).
           05 SORT-ATTEND       OCCURS 5 TIMES
                                PIC X.

       WORKING-STORAGE SECTION.
       77 WS-STD-FILENAME   PIC X(100).
       77 WS-ROOM-FILENAME  PIC X(100).
       77 WS-STAT           PIC 99.
       77 WS-ROOM-STAT      PIC 99.
       77 WS-TKT-STAT       PIC 99.
       77 WS-CHART-STAT     PIC 99.
       77 WS-DOOR-STAT      PIC 99.
       77 WS-EXAM-PERIOD    PIC X(8).
       77 WS-NUM-SUBJECTS   PIC 9    VALUE 5.
       77 WS-SUBJ-IDX       PIC 9.
       77 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-TICKET-COUNT   PIC 9(6) VALUE ZERO.
       77 WS-STUD-COUNT     PIC 9(4) VALUE ZERO.
       77 WS-STUD-MAX       PIC 9(4) VALUE 3000.
       77 WS-STUD-IDX       PIC 9(4).
       77 WS-STUD-OVER      PIC 9(6) VALUE ZERO.
       77 WS-ORD-COUNT      PIC 9(4).
       77 WS-ORD-IDX        PIC 9(4).
       77 WS-ROUND          PIC 9(4).
       77 WS-ROOM-COUNT     PIC 99   VALUE ZERO.
       77 WS-ROOM-MAX       PIC 99   VALUE 50.
       77 WS-ROOM-IDX       PIC 99.
       77 WS-ROOM-BAD       PIC 9(4) VALUE ZERO.
       77 WS-ROOM-OVER      PIC 9(4) VALUE ZERO.
       77 WS-ROOM-GRID      PIC 9(4).
       77 WS-TOTAL-SEATS    PIC 9(6) VALUE ZERO.
       77 WS-SECT-COUNT     PIC 99   VALUE ZERO.
       77 WS-SECT-MAX       PIC 99   VALUE 99.
       77 WS-SECT-IDX       PIC 99.
       77 WS-CUR-SECTION    PIC X(3).
       77 WS-SORT-EOF       PIC X.
           88 SORT-EOF       VALUE 'Y'.
       77 WS-RECORD-OK      PIC X.
           88 RECORD-CLEAN   VALUE 'Y'.
       77 WS-SHORT-RUN      PIC X    VALUE 'N'.
           88 RUN-HAD-SHORTFALL VALUE 'Y'.
       77 WS-ROOM-REASON    PIC X(30).

      * Seat allocation state for the paper being seated. SEATS-LEFT
      * counts the places still free from the current seat onward
      * and CANDS-LEFT the candidates still to seat, so a seat may
      * be left empty only while there is room to spare for it.
       77 WS-CANDIDATES     PIC 9(4).
       77 WS-UNSEATED       PIC 9(4).
       77 WS-CUR-ROOM       PIC 99.
       77 WS-CUR-SEAT       PIC 9(4).
       77 WS-CUR-ROW        PIC 99.
       77 WS-CUR-COL        PIC 99.
       77 WS-SEAT-LESS-ONE  PIC 9(4).
       77 WS-LAST-ROOM      PIC 99.
       77 WS-SEATS-LEFT     PIC 9(6).
       77 WS-CANDS-LEFT     PIC 9(6).
       77 WS-LEFT-SECTION   PIC X(3).
       77 WS-ROOMS-FULL     PIC X.
           88 ROOMS-FULL     VALUE 'Y'.
       77 WS-ROOM-SEATED    PIC 9(4).
       77 WS-GRID-ROW       PIC 99.
       77 WS-GRID-COL       PIC 99.
       77 WS-GRID-SEAT      PIC 9(4).

      * Subject names from the subject master (SUBJLOAD), so tickets
      * and charts name each paper rather than its position.
           COPY SUBJWS.

      * Rooms in master order. The usable seats of a room are the
      * lesser of its capacity and its rows times columns. Fifty
      * rooms is more than the institution has; a room past the
      * table is counted and reported, and its places are not used.
       01 WS-ROOM-TABLE.
           05 WS-RM-ENTRY OCCURS 50 TIMES.
              10 WS-RM-CODE     PIC X(6).
              10 WS-RM-ROWS     PIC 99.
              10 WS-RM-COLS     PIC 99.
              10 WS-RM-SEATS    PIC 9(4).

      * Students to seat, in section then stud-id order off the sort,
      * each with the room and seat given for every paper (room zero
      * is no seat: exempt, or not seated for want of places). Sized
      * well past a year's enrolment; an overflow is counted and
      * reported, and those students are not ticketed.
       01 WS-STUD-TABLE.
           05 WS-TB-ENTRY OCCURS 3000 TIMES.
              10 WS-TB-ID       PIC X(12).
              10 WS-TB-NAME     PIC X(20).
              10 WS-TB-SECTION  PIC X(3).
              10 WS-TB-ATTEND   OCCURS 5 TIMES
                                PIC X.
                 88 WS-TB-EXEMPT VALUE 'E'.
                 88 WS-TB-DEBARRED VALUE 'D'.
                 88 WS-TB-NO-SEAT VALUE 'E' 'D'.
              10 WS-TB-PAPER    OCCURS 5 TIMES.
                 15 WS-TB-ROOM  PIC 99.
                 15 WS-TB-SEAT  PIC 9(4).
                 15 WS-TB-ROW   PIC 99.
                 15 WS-TB-COL   PIC 99.

      * Where each section's students start in the student table and
      * how many there are. A section past the table is counted in
      * with the last one, which still seats it, only less evenly.
       01 WS-SECT-TABLE.
           05 WS-SC-ENTRY OCCURS 99 TIMES.
              10 WS-SC-START    PIC 9(4).
              10 WS-SC-SIZE     PIC 9(4).

      * Seating order: student table positions taking each section
      * in turn.
       01 WS-ORDER-TABLE.
           05 WS-ORD-STUD OCCURS 3000 TIMES
                              PIC 9(4).

      * One room's desks for the chart, front row first. Ten columns
      * is the widest the chart prints; wider rooms are refused at
      * load.
       01 WS-GRID.
           05 WS-GR-ROW OCCURS 99 TIMES.
              10 WS-GR-CELL OCCURS 10 TIMES
                                PIC X(12).

       01 WS-TKT-RULE-LINE.
           05 FILLER        PIC X(60) VALUE ALL "=".
           05 FILLER        PIC X(20) VALUE SPACES.

       01 WS-TKT-TITLE-LINE.
           05 FILLER        PIC X(30)
                            VALUE "EXAMINATION HALL TICKET".
           05 FILLER        PIC X(7)  VALUE "PERIOD-".
           05 WS-TT-PERIOD  PIC X(8).
           05 FILLER        PIC X(35) VALUE SPACES.

       01 WS-TKT-HEAD-LINE.
           05 FILLER        PIC X(6)  VALUE "NAME-".
           05 WS-TH-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE "ID-".
           05 WS-TH-ID      PIC X(12).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "SECTION-".
           05 WS-TH-SECTION PIC X(3).
           05 FILLER        PIC X(21) VALUE SPACES.

       01 WS-TKT-COLUMN-LINE.
           05 FILLER        PIC X(23) VALUE "PAPER".
           05 FILLER        PIC X(8)  VALUE "ROOM".
           05 FILLER        PIC X(6)  VALUE "SEAT".
           05 FILLER        PIC X(5)  VALUE "ROW".
           05 FILLER        PIC X(5)  VALUE "COL".
           05 FILLER        PIC X(33) VALUE SPACES.

       01 WS-TKT-PAPER-LINE.
           05 WS-TP-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-TP-SEATING.
              10 WS-TP-ROOM    PIC X(6).
              10 FILLER        PIC X(2)  VALUE SPACES.
              10 WS-TP-SEAT    PIC ZZZ9.
              10 FILLER        PIC X(2)  VALUE SPACES.
              10 WS-TP-ROW     PIC Z9.
              10 FILLER        PIC X(3)  VALUE SPACES.
              10 WS-TP-COL     PIC Z9.
              10 FILLER        PIC X(9)  VALUE SPACES.
      * The seating columns read as a message for a paper with no
      * seat.
           05 WS-TP-NO-SEAT REDEFINES WS-TP-SEATING
                            PIC X(30).
           05 FILLER        PIC X(27) VALUE SPACES.

       01 WS-PAPER-HEAD-LINE.
           05 FILLER        PIC X(6)  VALUE "PAPER-".
           05 WS-PH-NAME    PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "CANDIDATES-".
           05 WS-PH-CANDS   PIC ZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "PLACES-".
           05 WS-PH-SEATS   PIC ZZZZZ9.
           05 FILLER        PIC X(80) VALUE SPACES.

       01 WS-SHORT-LINE.
           05 FILLER        PIC X(38)
                   VALUE "*** CAPACITY SHORTFALL *** NOT SEATED-".
           05 WS-SW-SHORT   PIC ZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(36)
                   VALUE "ADD ROOMS TO EXAMROOM BEFORE ISSUE".
           05 FILLER        PIC X(59) VALUE SPACES.

       01 WS-ROOM-HEAD-LINE.
           05 FILLER        PIC X(6)  VALUE "PAPER-".
           05 WS-RH-PAPER   PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(5)  VALUE "ROOM-".
           05 WS-RH-ROOM    PIC X(6).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "PLACES-".
           05 WS-RH-SEATS   PIC ZZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "SEATED-".
           05 WS-RH-SEATED  PIC ZZZ9.
           05 FILLER        PIC X(72) VALUE SPACES.

       01 WS-CHART-FRONT-LINE.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 FILLER        PIC X(30)
                            VALUE "---- FRONT OF ROOM ----".
           05 FILLER        PIC X(103) VALUE SPACES.

       01 WS-CHART-COL-LINE.
           05 FILLER        PIC X(7)  VALUE SPACES.
           05 WS-CC-CELL OCCURS 10 TIMES.
              10 FILLER        PIC X(4).
              10 WS-CC-COL     PIC Z9.
              10 FILLER        PIC X(7).
           05 FILLER        PIC X(3)  VALUE SPACES.

       01 WS-CHART-ROW-LINE.
           05 WS-CR-LABEL   PIC X(4).
           05 WS-CR-ROW     PIC Z9.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 WS-CR-CELL OCCURS 10 TIMES.
              10 WS-CR-ID      PIC X(12).
              10 FILLER        PIC X(1).
           05 FILLER        PIC X(3)  VALUE SPACES.

       01 WS-DOOR-HEAD-LINE.
           05 FILLER        PIC X(11) VALUE "DOOR LIST".
           05 FILLER        PIC X(5)  VALUE "ROOM-".
           05 WS-DH-ROOM    PIC X(6).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(6)  VALUE "PAPER-".
           05 WS-DH-PAPER   PIC X(20).
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 FILLER        PIC X(7)  VALUE "PERIOD-".
           05 WS-DH-PERIOD  PIC X(8).
           05 FILLER        PIC X(11) VALUE SPACES.

       01 WS-DOOR-COLUMN-LINE.
           05 FILLER        PIC X(14) VALUE "ID".
           05 FILLER        PIC X(22) VALUE "NAME".
           05 FILLER        PIC X(9)  VALUE "SECTION".
           05 FILLER        PIC X(6)  VALUE "SEAT".
           05 FILLER        PIC X(5)  VALUE "ROW".
           05 FILLER        PIC X(5)  VALUE "COL".
           05 FILLER        PIC X(19) VALUE SPACES.

       01 WS-DOOR-DETAIL-LINE.
           05 WS-DD-ID      PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-NAME    PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-SECTION PIC X(3).
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 WS-DD-SEAT    PIC ZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DD-ROW     PIC Z9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 WS-DD-COL     PIC Z9.
           05 FILLER        PIC X(22) VALUE SPACES.

       01 WS-DOOR-COUNT-LINE.
           05 FILLER        PIC X(18) VALUE "CANDIDATES IN ROOM".
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 WS-DC-COUNT   PIC ZZZ9.
           05 FILLER        PIC X(56) VALUE SPACES.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
      * Prove STDFILE opens before any output is opened OUTPUT, as
      * STDMERIT does: a run that cannot read the students must
      * leave the last plan intact and fail.
           OPEN INPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           CLOSE STDFILE
           OPEN INPUT EXAMROOM
           IF (WS-ROOM-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN EXAMROOM, STATUS-" WS-ROOM-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM ROOM-LOAD-PARA THRU ROOM-LOAD-EXIT
           CLOSE EXAMROOM
           IF WS-ROOM-COUNT = ZERO
               DISPLAY "NO USABLE ROOMS ON EXAMROOM - NOTHING SEATED"
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDHALLTKT
           IF (WS-TKT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDHALLTKT, STATUS-"
                   WS-TKT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDSEATING
           IF (WS-CHART-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDSEATING, STATUS-"
                   WS-CHART-STAT
               CLOSE STDHALLTKT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDDOORLST
           IF (WS-DOOR-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDDOORLST, STATUS-"
                   WS-DOOR-STAT
               CLOSE STDHALLTKT
               CLOSE STDSEATING
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
      * Section then stud-id order: the student table is built a
      * section at a time, which is what the seating order needs.
           SORT SORTWORK
               ON ASCENDING KEY SORT-SECTION
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS RELEASE-PARA THRU RELEASE-EXIT
               OUTPUT PROCEDURE IS TABLE-LOAD-PARA THRU TABLE-LOAD-EXIT
           PERFORM ORDER-PARA
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM SEAT-PAPER-PARA
               PERFORM PAPER-CHART-PARA
           END-PERFORM
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               PERFORM TICKET-PARA
           END-PERFORM
           CLOSE STDHALLTKT
           CLOSE STDSEATING
           CLOSE STDDOORLST
           DISPLAY "STUDENTS READ-" WS-READ-COUNT
           DISPLAY "HALL TICKETS WRITTEN-" WS-TICKET-COUNT
           DISPLAY "REJECT-RULE RECORDS SKIPPED-" WS-SKIP-COUNT
           DISPLAY "ROOMS USABLE-" WS-ROOM-COUNT
               " PLACES-" WS-TOTAL-SEATS
           IF WS-ROOM-BAD > 0
               DISPLAY "ROOM LINES IGNORED-" WS-ROOM-BAD
           END-IF
           IF WS-ROOM-OVER > 0
               DISPLAY "ROOMS PAST TABLE NOT USED-" WS-ROOM-OVER
           END-IF
           IF WS-STUD-OVER > 0
               DISPLAY "STUDENTS PAST TABLE NOT TICKETED-"
                   WS-STUD-OVER
               MOVE 'Y' TO WS-SHORT-RUN
           END-IF
      * A shortfall is a warning, not a failure: the tickets that
      * could be seated are good, but someone must act before issue.
           IF (RUN-HAD-SHORTFALL) AND (RETURN-CODE = ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
           ACCEPT WS-STD-FILENAME FROM ENVIRONMENT "STDFILE"
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STD.txt" TO WS-STD-FILENAME
           END-IF
           ACCEPT WS-ROOM-FILENAME FROM ENVIRONMENT "EXAMROOM"
           IF (WS-ROOM-FILENAME = SPACES)
               MOVE "EXAMROOM.txt" TO WS-ROOM-FILENAME
           END-IF
      * The examination the tickets are for, as STDLETTER takes it.
           ACCEPT WS-EXAM-PERIOD FROM ENVIRONMENT "EXAMPERIOD"
           IF (WS-EXAM-PERIOD = SPACES)
               MOVE "UNKNOWN" TO WS-EXAM-PERIOD
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       ROOM-LOAD-PARA.
           PERFORM UNTIL WS-ROOM-STAT NOT = 00
               READ EXAMROOM
               END-READ
               IF (WS-ROOM-STAT = 00) THEN
                   PERFORM ROOM-EDIT-PARA
               END-IF
           END-PERFORM.
       ROOM-LOAD-EXIT.
           EXIT.
       ROOM-EDIT-PARA.
      * A room line that cannot be laid out is reported and left out
      * of the plan rather than seating students in a room nobody
      * can find or a desk that is not there.
           MOVE SPACES TO WS-ROOM-REASON
           IF ROOM-CODE = SPACES
               MOVE "ROOM CODE MISSING" TO WS-ROOM-REASON
           END-IF
           IF (WS-ROOM-REASON = SPACES)
                   AND (ROOM-CAPACITY NOT NUMERIC
                   OR ROOM-ROWS NOT NUMERIC
                   OR ROOM-COLS NOT NUMERIC)
               MOVE "CAPACITY OR LAYOUT NOT NUMERIC" TO WS-ROOM-REASON
           END-IF
           IF (WS-ROOM-REASON = SPACES)
                   AND (ROOM-CAPACITY = ZERO OR ROOM-ROWS = ZERO
                   OR ROOM-COLS = ZERO)
               MOVE "CAPACITY OR LAYOUT ZERO" TO WS-ROOM-REASON
           END-IF
           IF (WS-ROOM-REASON = SPACES) AND (ROOM-COLS > 10)
               MOVE "MORE THAN 10 COLUMNS" TO WS-ROOM-REASON
           END-IF
           IF (WS-ROOM-REASON NOT = SPACES)
               ADD 1 TO WS-ROOM-BAD
               DISPLAY "ROOM " ROOM-CODE " IGNORED - " WS-ROOM-REASON
           ELSE
               IF WS-ROOM-COUNT < WS-ROOM-MAX
                   PERFORM ROOM-ADD-PARA
               ELSE
                   ADD 1 TO WS-ROOM-OVER
               END-IF
           END-IF.
       ROOM-ADD-PARA.
           ADD 1 TO WS-ROOM-COUNT
           MOVE ROOM-CODE TO WS-RM-CODE(WS-ROOM-COUNT)
           MOVE ROOM-ROWS TO WS-RM-ROWS(WS-ROOM-COUNT)
           MOVE ROOM-COLS TO WS-RM-COLS(WS-ROOM-COUNT)
           COMPUTE WS-ROOM-GRID = ROOM-ROWS * ROOM-COLS
           IF ROOM-CAPACITY < WS-ROOM-GRID
               MOVE ROOM-CAPACITY TO WS-RM-SEATS(WS-ROOM-COUNT)
           ELSE
               MOVE WS-ROOM-GRID TO WS-RM-SEATS(WS-ROOM-COUNT)
           END-IF
           ADD WS-RM-SEATS(WS-ROOM-COUNT) TO WS-TOTAL-SEATS.
       RELEASE-PARA.
           OPEN INPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-STAT NOT = 00
                   READ STDFILE NEXT RECORD
                   END-READ
                   IF (WS-STAT NOT = 10) THEN
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SCREEN-PARA
                       IF (RECORD-CLEAN) THEN
                           PERFORM RELEASE-STUDENT-PARA
                       ELSE
                           ADD 1 TO WS-SKIP-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STDFILE
           END-IF.
       RELEASE-EXIT.
           EXIT.
       SCREEN-PARA.
      * Which papers a student sits is read off the attendance
      * indicators, so a record with one that is not valid cannot be
      * seated; it is the record stdmarks rejects for the same fault.
           MOVE 'Y' TO WS-RECORD-OK
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF NOT SUBJ-ATTEND-VALID(WS-SUBJ-IDX)
                   MOVE 'N' TO WS-RECORD-OK
               END-IF
           END-PERFORM.
       RELEASE-STUDENT-PARA.
           MOVE STUD-SECTION TO SORT-SECTION
           MOVE STUD-ID      TO SORT-ID
           MOVE STUD-NAME    TO SORT-NAME
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE STUD-SUBJ-ATTEND(WS-SUBJ-IDX)
                   TO SORT-ATTEND(WS-SUBJ-IDX)
           END-PERFORM
           RELEASE SORT-REC.
       TABLE-LOAD-PARA.
           MOVE SPACES TO WS-CUR-SECTION
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF (NOT SORT-EOF)
                   IF WS-STUD-COUNT < WS-STUD-MAX
                       PERFORM TABLE-ADD-PARA
                   ELSE
                       ADD 1 TO WS-STUD-OVER
                   END-IF
               END-IF
           END-PERFORM.
       TABLE-LOAD-EXIT.
           EXIT.
       TABLE-ADD-PARA.
           ADD 1 TO WS-STUD-COUNT
           MOVE SORT-ID      TO WS-TB-ID(WS-STUD-COUNT)
           MOVE SORT-NAME    TO WS-TB-NAME(WS-STUD-COUNT)
           MOVE SORT-SECTION TO WS-TB-SECTION(WS-STUD-COUNT)
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               MOVE SORT-ATTEND(WS-SUBJ-IDX)
                   TO WS-TB-ATTEND(WS-STUD-COUNT, WS-SUBJ-IDX)
               MOVE ZERO TO WS-TB-ROOM(WS-STUD-COUNT, WS-SUBJ-IDX)
               MOVE ZERO TO WS-TB-SEAT(WS-STUD-COUNT, WS-SUBJ-IDX)
               MOVE ZERO TO WS-TB-ROW(WS-STUD-COUNT, WS-SUBJ-IDX)
               MOVE ZERO TO WS-TB-COL(WS-STUD-COUNT, WS-SUBJ-IDX)
           END-PERFORM
      * Control break on section: a new section starts its run of
      * the table; past the section table it joins the last one.
           IF (SORT-SECTION NOT = WS-CUR-SECTION)
                   OR (WS-STUD-COUNT = 1)
               MOVE SORT-SECTION TO WS-CUR-SECTION
               IF WS-SECT-COUNT < WS-SECT-MAX
                   ADD 1 TO WS-SECT-COUNT
                   MOVE WS-STUD-COUNT TO WS-SC-START(WS-SECT-COUNT)
                   MOVE ZERO TO WS-SC-SIZE(WS-SECT-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-SC-SIZE(WS-SECT-COUNT).
       ORDER-PARA.
      * Round after round, the next student of every section that
      * still has one: A1 B1 C1 A2 B2 C2 ... so that seats filled in
      * this order along a row alternate sections.
           MOVE ZERO TO WS-ORD-COUNT
           PERFORM VARYING WS-ROUND FROM 0 BY 1
                   UNTIL WS-ORD-COUNT >= WS-STUD-COUNT
               PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-SECT-IDX > WS-SECT-COUNT
                   PERFORM ORDER-ROUND-PARA
               END-PERFORM
           END-PERFORM.
       ORDER-ROUND-PARA.
           IF WS-ROUND < WS-SC-SIZE(WS-SECT-IDX)
               ADD 1 TO WS-ORD-COUNT
               COMPUTE WS-ORD-STUD(WS-ORD-COUNT)
                   = WS-SC-START(WS-SECT-IDX) + WS-ROUND
           END-IF.
       SEAT-PAPER-PARA.
      * Seats one paper's candidates: everyone neither exempt from it
      * nor debarred from it, in the section-by-section order, from
      * the first seat of the first room onward.
           MOVE ZERO TO WS-CANDIDATES
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               IF NOT WS-TB-NO-SEAT(WS-STUD-IDX, WS-SUBJ-IDX)
                   ADD 1 TO WS-CANDIDATES
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-UNSEATED
           MOVE 1    TO WS-CUR-ROOM
           MOVE ZERO TO WS-CUR-SEAT
           MOVE 1    TO WS-LAST-ROOM
           MOVE 'N'  TO WS-ROOMS-FULL
           MOVE SPACES TO WS-LEFT-SECTION
           MOVE WS-TOTAL-SEATS TO WS-SEATS-LEFT
           MOVE WS-CANDIDATES  TO WS-CANDS-LEFT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
               MOVE WS-ORD-STUD(WS-ORD-IDX) TO WS-STUD-IDX
               IF NOT WS-TB-NO-SEAT(WS-STUD-IDX, WS-SUBJ-IDX)
                   PERFORM SEAT-STUDENT-PARA
               END-IF
           END-PERFORM.
       SEAT-STUDENT-PARA.
           PERFORM NEXT-SEAT-PARA
      * The student's left-hand neighbour is from the same section:
      * leave this desk empty and take the next, if the places still
      * free after it cover every candidate still to come.
           IF (NOT ROOMS-FULL)
                   AND (WS-TB-SECTION(WS-STUD-IDX) = WS-LEFT-SECTION)
                   AND (WS-SEATS-LEFT >= WS-CANDS-LEFT)
               MOVE SPACES TO WS-LEFT-SECTION
               PERFORM NEXT-SEAT-PARA
           END-IF
           IF (ROOMS-FULL)
               ADD 1 TO WS-UNSEATED
           ELSE
               MOVE WS-CUR-ROOM
                   TO WS-TB-ROOM(WS-STUD-IDX, WS-SUBJ-IDX)
               MOVE WS-CUR-SEAT
                   TO WS-TB-SEAT(WS-STUD-IDX, WS-SUBJ-IDX)
               MOVE WS-CUR-ROW
                   TO WS-TB-ROW(WS-STUD-IDX, WS-SUBJ-IDX)
               MOVE WS-CUR-COL
                   TO WS-TB-COL(WS-STUD-IDX, WS-SUBJ-IDX)
               MOVE WS-TB-SECTION(WS-STUD-IDX) TO WS-LEFT-SECTION
           END-IF
           SUBTRACT 1 FROM WS-CANDS-LEFT.
       NEXT-SEAT-PARA.
      * Advances to the next desk, moving on to the next room when
      * this one's places are used up; past the last room the rooms
      * are full. A desk at the start of a row has no left-hand
      * neighbour.
           IF (NOT ROOMS-FULL)
               ADD 1 TO WS-CUR-SEAT
               IF WS-CUR-SEAT > WS-RM-SEATS(WS-CUR-ROOM)
                   ADD 1 TO WS-CUR-ROOM
                   MOVE 1 TO WS-CUR-SEAT
               END-IF
               IF WS-CUR-ROOM > WS-ROOM-COUNT
                   MOVE 'Y' TO WS-ROOMS-FULL
               ELSE
                   MOVE WS-CUR-ROOM TO WS-LAST-ROOM
                   SUBTRACT 1 FROM WS-SEATS-LEFT
                   SUBTRACT 1 FROM WS-CUR-SEAT GIVING WS-SEAT-LESS-ONE
                   DIVIDE WS-SEAT-LESS-ONE BY WS-RM-COLS(WS-CUR-ROOM)
                       GIVING WS-CUR-ROW REMAINDER WS-CUR-COL
                   ADD 1 TO WS-CUR-ROW
                   ADD 1 TO WS-CUR-COL
                   IF WS-CUR-COL = 1
                       MOVE SPACES TO WS-LEFT-SECTION
                   END-IF
               END-IF
           END-IF.
       PAPER-CHART-PARA.
           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-PH-NAME
           MOVE WS-CANDIDATES  TO WS-PH-CANDS
           MOVE WS-TOTAL-SEATS TO WS-PH-SEATS
           WRITE CHART-LINE FROM WS-PAPER-HEAD-LINE
           IF WS-UNSEATED > 0
               MOVE WS-UNSEATED TO WS-SW-SHORT
               WRITE CHART-LINE FROM WS-SHORT-LINE
               DISPLAY "CAPACITY SHORTFALL - " SUBJ-NAME(WS-SUBJ-IDX)
                   " NOT SEATED-" WS-UNSEATED
               MOVE 'Y' TO WS-SHORT-RUN
           END-IF
           IF WS-CANDIDATES > 0
               PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                       UNTIL WS-ROOM-IDX > WS-LAST-ROOM
                   PERFORM ROOM-CHART-PARA
                   PERFORM DOOR-LIST-PARA
               END-PERFORM
           END-IF.
       ROOM-CHART-PARA.
      * Lays the room's desks out from the seats given, front row
      * first; a desk within the room's places that nobody was given
      * prints as empty, one past them as blank.
           MOVE SPACES TO WS-GRID
           PERFORM VARYING WS-GRID-SEAT FROM 1 BY 1
                   UNTIL WS-GRID-SEAT > WS-RM-SEATS(WS-ROOM-IDX)
               SUBTRACT 1 FROM WS-GRID-SEAT GIVING WS-SEAT-LESS-ONE
               DIVIDE WS-SEAT-LESS-ONE BY WS-RM-COLS(WS-ROOM-IDX)
                   GIVING WS-GRID-ROW REMAINDER WS-GRID-COL
               ADD 1 TO WS-GRID-ROW
               ADD 1 TO WS-GRID-COL
               MOVE "  (EMPTY)"
                   TO WS-GR-CELL(WS-GRID-ROW, WS-GRID-COL)
           END-PERFORM
           MOVE ZERO TO WS-ROOM-SEATED
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               IF WS-TB-ROOM(WS-STUD-IDX, WS-SUBJ-IDX) = WS-ROOM-IDX
                   ADD 1 TO WS-ROOM-SEATED
                   MOVE WS-TB-ID(WS-STUD-IDX) TO WS-GR-CELL
                       (WS-TB-ROW(WS-STUD-IDX, WS-SUBJ-IDX),
                        WS-TB-COL(WS-STUD-IDX, WS-SUBJ-IDX))
               END-IF
           END-PERFORM
           MOVE SPACES TO CHART-LINE
           WRITE CHART-LINE
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-RH-PAPER
           MOVE WS-RM-CODE(WS-ROOM-IDX)  TO WS-RH-ROOM
           MOVE WS-RM-SEATS(WS-ROOM-IDX) TO WS-RH-SEATS
           MOVE WS-ROOM-SEATED           TO WS-RH-SEATED
           WRITE CHART-LINE FROM WS-ROOM-HEAD-LINE
           WRITE CHART-LINE FROM WS-CHART-FRONT-LINE
           MOVE SPACES TO WS-CHART-COL-LINE
           PERFORM VARYING WS-GRID-COL FROM 1 BY 1
                   UNTIL WS-GRID-COL > WS-RM-COLS(WS-ROOM-IDX)
               MOVE WS-GRID-COL TO WS-CC-COL(WS-GRID-COL)
           END-PERFORM
           WRITE CHART-LINE FROM WS-CHART-COL-LINE
           PERFORM VARYING WS-GRID-ROW FROM 1 BY 1
                   UNTIL WS-GRID-ROW > WS-RM-ROWS(WS-ROOM-IDX)
               PERFORM CHART-ROW-PARA
           END-PERFORM.
       CHART-ROW-PARA.
           MOVE SPACES TO WS-CHART-ROW-LINE
           MOVE "ROW" TO WS-CR-LABEL
           MOVE WS-GRID-ROW TO WS-CR-ROW
           PERFORM VARYING WS-GRID-COL FROM 1 BY 1
                   UNTIL WS-GRID-COL > WS-RM-COLS(WS-ROOM-IDX)
               MOVE WS-GR-CELL(WS-GRID-ROW, WS-GRID-COL)
                   TO WS-CR-ID(WS-GRID-COL)
           END-PERFORM
           WRITE CHART-LINE FROM WS-CHART-ROW-LINE.
       DOOR-LIST-PARA.
      * The list posted at the room door, in stud-id order within
      * section so a candidate finds their name quickly.
           MOVE WS-RM-CODE(WS-ROOM-IDX) TO WS-DH-ROOM
           MOVE SUBJ-NAME(WS-SUBJ-IDX)  TO WS-DH-PAPER
           MOVE WS-EXAM-PERIOD          TO WS-DH-PERIOD
           WRITE DOOR-LINE FROM WS-DOOR-HEAD-LINE
           WRITE DOOR-LINE FROM WS-DOOR-COLUMN-LINE
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               IF WS-TB-ROOM(WS-STUD-IDX, WS-SUBJ-IDX) = WS-ROOM-IDX
                   PERFORM DOOR-DETAIL-PARA
               END-IF
           END-PERFORM
           MOVE WS-ROOM-SEATED TO WS-DC-COUNT
           WRITE DOOR-LINE FROM WS-DOOR-COUNT-LINE
           MOVE SPACES TO DOOR-LINE
           WRITE DOOR-LINE.
       DOOR-DETAIL-PARA.
           MOVE SPACES TO WS-DOOR-DETAIL-LINE
           MOVE WS-TB-ID(WS-STUD-IDX)      TO WS-DD-ID
           MOVE WS-TB-NAME(WS-STUD-IDX)    TO WS-DD-NAME
           MOVE WS-TB-SECTION(WS-STUD-IDX) TO WS-DD-SECTION
           MOVE WS-TB-SEAT(WS-STUD-IDX, WS-SUBJ-IDX) TO WS-DD-SEAT
           MOVE WS-TB-ROW(WS-STUD-IDX, WS-SUBJ-IDX)  TO WS-DD-ROW
           MOVE WS-TB-COL(WS-STUD-IDX, WS-SUBJ-IDX)  TO WS-DD-COL
           WRITE DOOR-LINE FROM WS-DOOR-DETAIL-LINE.
       TICKET-PARA.
           ADD 1 TO WS-TICKET-COUNT
           WRITE TKT-LINE FROM WS-TKT-RULE-LINE
           MOVE WS-EXAM-PERIOD TO WS-TT-PERIOD
           WRITE TKT-LINE FROM WS-TKT-TITLE-LINE
           MOVE WS-TB-NAME(WS-STUD-IDX)    TO WS-TH-NAME
           MOVE WS-TB-ID(WS-STUD-IDX)      TO WS-TH-ID
           MOVE WS-TB-SECTION(WS-STUD-IDX) TO WS-TH-SECTION
           WRITE TKT-LINE FROM WS-TKT-HEAD-LINE
           WRITE TKT-LINE FROM WS-TKT-COLUMN-LINE
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               PERFORM TICKET-PAPER-PARA
           END-PERFORM
           WRITE TKT-LINE FROM WS-TKT-RULE-LINE.
       TICKET-PAPER-PARA.
           MOVE SPACES TO WS-TKT-PAPER-LINE
           MOVE SUBJ-NAME(WS-SUBJ-IDX) TO WS-TP-NAME
           EVALUATE TRUE
               WHEN WS-TB-EXEMPT(WS-STUD-IDX, WS-SUBJ-IDX)
                   MOVE "EXEMPT - NO SEAT" TO WS-TP-NO-SEAT
               WHEN WS-TB-DEBARRED(WS-STUD-IDX, WS-SUBJ-IDX)
                   MOVE "NOT ELIGIBLE - DEBARRED" TO WS-TP-NO-SEAT
               WHEN WS-TB-ROOM(WS-STUD-IDX, WS-SUBJ-IDX) = ZERO
                   MOVE "NOT SEATED - SEE EXAM OFFICE"
                       TO WS-TP-NO-SEAT
               WHEN OTHER
                   MOVE WS-RM-CODE(WS-TB-ROOM(WS-STUD-IDX, WS-SUBJ-IDX))
                       TO WS-TP-ROOM
                   MOVE WS-TB-SEAT(WS-STUD-IDX, WS-SUBJ-IDX)
                       TO WS-TP-SEAT
                   MOVE WS-TB-ROW(WS-STUD-IDX, WS-SUBJ-IDX)
                       TO WS-TP-ROW
                   MOVE WS-TB-COL(WS-STUD-IDX, WS-SUBJ-IDX)
                       TO WS-TP-COL
           END-EVALUATE
           WRITE TKT-LINE FROM WS-TKT-PAPER-LINE.
       RUN-LOG-PARA.
      * Rejected is the reject-rule skips and the students past the
      * table who got no ticket.
           MOVE "STDHALL"        TO RUN-PROGRAM
           MOVE SPACES           TO RUN-INPUTS
           STRING FUNCTION TRIM(WS-STD-FILENAME) " "
               FUNCTION TRIM(WS-ROOM-FILENAME)
               DELIMITED BY SIZE INTO RUN-INPUTS
           MOVE WS-READ-COUNT    TO RUN-READ
           MOVE WS-TICKET-COUNT  TO RUN-WRITTEN
           ADD WS-SKIP-COUNT WS-STUD-OVER GIVING RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDHALL.
