      ******************************************************************
      * Copybook: STDSECL
      * Purpose:  Security violations log record, appended to
      *           STDSECLOG.txt by OPERAUTH for every refused attempt
      *           to use a STDFILE-changing program or function, and
      *           listed for the registrar by STDSECRPT. Carries when
      *           the attempt was made, the OPERID it was made under
      *           (spaces when none was set), the program and function
      *           tried, the role that function needs and why the
      *           operator was refused.
      ******************************************************************
       01 SECL-REC.
           05 SECL-DATE            PIC 9(8).
           05 SECL-TIME            PIC 9(8).
           05 SECL-OPERATOR        PIC X(8).
           05 SECL-PROGRAM         PIC X(8).
           05 SECL-FUNCTION        PIC X(8).
           05 SECL-NEED-ROLE       PIC X(16).
           05 SECL-REASON          PIC X(30).
