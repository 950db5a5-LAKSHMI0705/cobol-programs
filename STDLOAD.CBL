      *          in the suite (stdmarks, STDSECT, STDINQ, TBLNAME) has
      *          any way to populate a new KSDS from scratch -- STDINQ
      *          only looks up and corrects records that already exist.
      *          For a subject the subject master marks in internal
      *          and external components the export carries the two
      *          component marks; each is edited against its own
      *          maximum and the subject mark is derived from them by
      *          the subject's weights (SUBJMARK) before the record
      *          lands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER        PIC X(1) VALUE SPACES.
           05 WS-LR-REASON  PIC X(34).

      * Operator sign-on check against the operator master (OPERAUTH).
           COPY OPERWS.

      * Run statistics for the suite run log (RUNLOG).
           COPY RUNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PARA
           IF (WS-FLAT-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN LOAD SOURCE " WS-FLAT-FILENAME
                   " STATUS-" WS-FLAT-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDFILE
           IF (WS-STAT NOT = 00) THEN
               DISPLAY "UNABLE TO OPEN STDFILE, STATUS-" WS-STAT
               CLOSE STDFLAT
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           OPEN OUTPUT STDLOADREJ
                   WS-REJ-STAT
               CLOSE STDFLAT
               CLOSE STDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           PERFORM LOAD-PARA THRU LOAD-EXIT
           END-IF
           DISPLAY "RECORDS LOADED-" WS-LOAD-COUNT
           DISPLAY "RECORDS SKIPPED-" WS-SKIP-COUNT
           PERFORM RUN-LOG-PARA
           STOP RUN.
       INIT-PARA.
      * The legacy flat export's path is named by STDLOADFILE (the
           IF (WS-STD-FILENAME = SPACES)
               MOVE "STDKSDS.dat" TO WS-STD-FILENAME
           END-IF
      * A load replaces every record on the live file, so it needs the
      * EXAM-CONTROLLER role as STDPROMO does; a refused run stops
      * here, before anything is opened.
           MOVE "STDLOAD"         TO OPER-PROGRAM
           MOVE "RUN"             TO OPER-FUNCTION
           MOVE "EXAM-CONTROLLER" TO OPER-NEED-ROLE
           CALL 'OPERAUTH' USING OPER-AUTH-AREA
           IF (OPER-REFUSED)
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-LOG-PARA
               STOP RUN
           END-IF
           CALL 'SUBJLOAD' USING SUBJ-TABLE.
       LOAD-PARA.
           PERFORM UNTIL WS-FLAT-STAT NOT = 00
               ADD 1 TO WS-SKIP-COUNT
               PERFORM LOADREJ-PARA
           ELSE
               CALL 'SUBJMARK' USING SUBJ-TABLE STD-REC
               WRITE STD-REC
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-NUM-SUBJECTS
               IF SUBJ-HAS-COMPONENTS(WS-SUBJ-IDX)
                   PERFORM COMPONENT-EDIT-PARA
               ELSE
                   PERFORM SINGLE-MARK-EDIT-PARA
               END-IF
               IF NOT SUBJ-ATTEND-VALID IN STD-REC (WS-SUBJ-IDX)
                   MOVE "R04-INVALID ATTEND INDICATOR"
                       TO WS-EDIT-REASON
               END-IF
           END-PERFORM.
       SINGLE-MARK-EDIT-PARA.
           IF STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                   NOT NUMERIC
               MOVE "R03-MARKS NOT NUMERIC"
                   TO WS-EDIT-REASON
           ELSE
               IF STUD-SUBJ-MARKS IN STD-REC (WS-SUBJ-IDX)
                       > SUBJ-MAX-MARKS(WS-SUBJ-IDX)
                   MOVE "R02-MARKS EXCEED SUBJECT MAX"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
       COMPONENT-EDIT-PARA.
      * The subject mark of a two-component subject is derived, not
      * keyed, so it is the components that must be numeric and
      * within their own maximums.
           IF STUD-SUBJ-INT IN STD-REC (WS-SUBJ-IDX) NOT NUMERIC
                   OR STUD-SUBJ-EXT IN STD-REC (WS-SUBJ-IDX)
                       NOT NUMERIC
               MOVE "R05-COMPONENT MARKS NOT NUMERIC"
                   TO WS-EDIT-REASON
           ELSE
               IF STUD-SUBJ-INT IN STD-REC (WS-SUBJ-IDX)
                       > SUBJ-INT-MAX(WS-SUBJ-IDX)
                   OR STUD-SUBJ-EXT IN STD-REC (WS-SUBJ-IDX)
                       > SUBJ-EXT-MAX(WS-SUBJ-IDX)
                   MOVE "R06-COMPONENT EXCEEDS MAXIMUM"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
       LOADREJ-PARA.
           MOVE SPACES          TO WS-LOADREJ-REC-LINE
           MOVE STUD-ID IN STD-REC
                                TO WS-LR-NAME
           MOVE WS-EDIT-REASON  TO WS-LR-REASON
           WRITE LOADREJ-LINE FROM WS-LOADREJ-REC-LINE.
       RUN-LOG-PARA.
           MOVE "STDLOAD"        TO RUN-PROGRAM
           MOVE WS-FLAT-FILENAME TO RUN-INPUTS
           ADD WS-LOAD-COUNT WS-SKIP-COUNT GIVING RUN-READ
           MOVE WS-LOAD-COUNT    TO RUN-WRITTEN
           MOVE WS-SKIP-COUNT    TO RUN-REJECTED
           MOVE ZERO             TO RUN-UPDATED
           MOVE RETURN-CODE      TO RUN-RC
           CALL 'RUNLOG' USING RUN-LOG-AREA.
       END PROGRAM STDLOAD.
