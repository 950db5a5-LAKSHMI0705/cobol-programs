      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch load utility that builds the indexed student
      *          contact master (CONTFILE) from the admissions
      *          register's flat, line-sequential CONT-REC export, the
      *          way STDLOAD builds STDFILE from its flat export. Each
      *          line is edited before it lands -- a stud-id whose year
      *          or serial is not numeric, a missing guardian name or
      *          a missing first address line is rejected to
      *          STDCLOADREJ.txt with its reason -- and a duplicate
      *          stud-id is skipped, so the letter run never addresses
      *          an envelope to nobody. Day-to-day changes after the
      *          load go through STDCAPPLY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDCLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTFLAT
           ASSIGN TO WS-FLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAT-STAT.

           SELECT CONTFILE
           ASSIGN TO WS-CONT-FILENAME
           ORGANIZATION IS INDEXED
      * RANDOM access, as STDLOAD: WRITE's INVALID KEY then means only
      * a true duplicate stud-id, whatever order the export is in.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONT-STUD-ID IN CONT-REC
           FILE STATUS IS WS-STAT.

           SELECT STDCLOADREJ
           ASSIGN TO 'STDCLOADREJ.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CONTFLAT.
           COPY STDCONT REPLACING CONT-REC BY FLAT-REC.

       FD CONTFILE.
           COPY STDCONT.

       FD STDCLOADREJ.
       01 CLOADREJ-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       77 WS-FLAT-FILENAME  PIC X(100).
       77 WS-CONT-FILENAME  PIC X(100).
       77 WS-FLAT-STAT      PIC 99.
       77 WS-STAT           PIC 99.
       77 WS-REJ-STAT       PIC 99.
       77 WS-LOAD-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
       77 WS-EDIT-REASON    PIC X(34).

       01 WS-CLOADREJ-REC-LINE.
           05 WS-LR-ID      PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 WS-LR-GUARDIAN PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACES.
           05 WS-LR-REASON  PIC X(34).
           05 FILLER        PIC X(12) VALUE SPACES.

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           OPEN INPUT CONTFLAT
           IF (WS-FLAT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN LOAD SOURCE " WS-FLAT-FILENAME
                   " STATUS-" WS-FLAT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT CONTFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN CONTFILE, STATUS-" WS-STAT
               CLOSE CONTFLAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDCLOADREJ
           IF (WS-REJ-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDCLOADREJ, STATUS-"
                   WS-REJ-STAT
               CLOSE CONTFLAT
               CLOSE CONTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM LOAD-PARA THRU LOAD-EXIT
           CLOSE CONTFLAT
           CLOSE CONTFILE
           CLOSE STDCLOADREJ
           DISPLAY "CONTACTS LOADED-" WS-LOAD-COUNT
           DISPLAY "CONTACTS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * The flat export is named by CONTLOADFILE and the indexed
      * target by CONTFILE, kept apart the way STDLOADFILE and
      * STDFILE are.
           ACCEPT WS-FLAT-FILENAME FROM ENVIRONMENT "CONTLOADFILE"
           IF (WS-FLAT-FILENAME = SPACES)
               MOVE "STDCONT.txt" TO WS-FLAT-FILENAME
           END-IF
           ACCEPT WS-CONT-FILENAME FROM ENVIRONMENT "CONTFILE"
           IF (WS-CONT-FILENAME = SPACES)
               MOVE "STDCONT.dat" TO WS-CONT-FILENAME
           END-IF
      * A load replaces the whole contact master, so it needs at least
      * the CORRECTIONS role STDCAPPLY's maintenance does; a refused
      * run stops here, before anything is opened.
           MOVE "STDCLOAD"        TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "CORRECTIONS"     TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF.
       LOAD-PARA.
           PERFORM UNTIL WS-FLAT-STAT NOT = 00
               READ CONTFLAT
               END-READ
               IF (WS-FLAT-STAT = 00) THEN
                   PERFORM LOAD-RECORD-PARA
               END-IF
           END-PERFORM.
       LOAD-EXIT.
           EXIT.
       LOAD-RECORD-PARA.
           MOVE FLAT-REC TO CONT-REC
           PERFORM CONTACT-EDIT-PARA
           IF (WS-EDIT-REASON NOT = SPACES)
               ADD 1 TO WS-SKIP-COUNT
               PERFORM CLOADREJ-PARA
           ELSE
               WRITE CONT-REC
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY "DUPLICATE STUD-ID SKIPPED-"
                           CONT-STUD-ID IN CONT-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
           END-IF.
       CONTACT-EDIT-PARA.
      * A letter needs someone to address and somewhere to send it;
      * phone, email and the later address lines are optional.
           MOVE SPACES TO WS-EDIT-REASON
           IF (CONT-YEAR IN CONT-REC NOT NUMERIC)
                   OR (CONT-SERIAL IN CONT-REC NOT NUMERIC)
               MOVE "R01-STUD-ID NOT VALID" TO WS-EDIT-REASON
           ELSE
               IF (CONT-GUARDIAN IN CONT-REC = SPACES)
                   MOVE "R02-GUARDIAN NAME MISSING"
                       TO WS-EDIT-REASON
               ELSE
                   IF (CONT-ADDRESS IN CONT-REC (1) = SPACES)
                       MOVE "R03-POSTAL ADDRESS MISSING"
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.
       CLOADREJ-PARA.
           MOVE SPACES          TO WS-CLOADREJ-REC-LINE
           MOVE CONT-STUD-ID IN CONT-REC
                                TO WS-LR-ID
           MOVE CONT-GUARDIAN IN CONT-REC
                                TO WS-LR-GUARDIAN
           MOVE WS-EDIT-REASON  TO WS-LR-REASON
           WRITE CLOADREJ-LINE FROM WS-CLOADREJ-REC-LINE.
       RUN-LOG-PARA.
           MOVE "STDCLOAD"       TO RUN-PROGRAM
           MOVE WS-FLAT-FILENAME TO RUN-INPUTS
           ADD WS-LOAD-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-LOAD-COUNT    TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDCLOAD.
