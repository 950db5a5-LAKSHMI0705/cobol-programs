      ******************************************************************
      * Copybook: OPERWS
      * Purpose:  Authorization request/answer area passed to the
      *           OPERAUTH subprogram by every program that changes
      *           STDFILE. The caller fills in its program name, the
      *           function being attempted and the least role that
      *           function needs (OPER-NEED-ROLE, one of the OPERREC
      *           role names); OPERAUTH signs the OPERID operator on
      *           against the operator master and answers with the
      *           operator's id, name and role and an authorized or
      *           refused verdict with its reason. A refusal has
      *           already been written to the security violations log
      *           by the time the caller sees it.
      ******************************************************************
       01 OPER-AUTH-AREA.
           05 OPER-PROGRAM         PIC X(8).
           05 OPER-FUNCTION        PIC X(8).
           05 OPER-NEED-ROLE       PIC X(16).
           05 OPER-OPERATOR        PIC X(8).
           05 OPER-NAME            PIC X(20).
           05 OPER-ROLE            PIC X(16).
              88 OPER-INQUIRY-ONLY    VALUE 'INQUIRY-ONLY'.
              88 OPER-CORRECTIONS     VALUE 'CORRECTIONS'.
              88 OPER-EXAM-CONTROLLER VALUE 'EXAM-CONTROLLER'.
           05 OPER-VERDICT         PIC X.
              88 OPER-AUTHORIZED   VALUE 'Y'.
              88 OPER-REFUSED      VALUE 'N'.
           05 OPER-REASON          PIC X(30).
