      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Operator authorization master record, one line per
      *           operator in OPERMAST.txt, maintained by the
      *           registrar's office. OPER-REC-ID is the identifier
      *           the operator signs on with (the OPERID variable);
      *           OPER-REC-ROLE says what the operator may do to
      *           STDFILE:
      *             INQUIRY-ONLY    - look students up, change nothing
      *             CORRECTIONS     - also correct records in STDINQ
      *             EXAM-CONTROLLER - also run the batch programs that
      *                               change the live file (STDAPPLY,
      *                               STDSUPP, STDPROMO)
      *           each role carrying every right of the ones above it.
      *           OPER-REC-STATUS A is active, R revoked; a revoked
      *           operator keeps the line so the journal's operator
      *           ids stay traceable. OPER-REC-VALID-UNTIL (YYYYMMDD)
      *           is the last day the authority holds; 99999999 for
      *           a standing appointment.
      ******************************************************************
       01 OPER-REC.
           05 OPER-REC-ID          PIC X(8).
           05 OPER-REC-NAME        PIC X(20).
           05 OPER-REC-ROLE        PIC X(16).
           05 OPER-REC-STATUS      PIC X.
              88 OPER-REC-ACTIVE   VALUE 'A'.
              88 OPER-REC-REVOKED  VALUE 'R'.
           05 OPER-REC-VALID-UNTIL PIC 9(8).
