      *           creation date, its last a T record carrying the
      *           transaction count and a marks hash (the sum of
      *           every add/update mark, STDRECON's WS-MARKS-HASH
      *           rule, with the internal and external component
      *           marks added in), laid over the transaction body
      *           through the REDEFINES views below. STDAPPLY
      *           balances the envelope before it touches STDFILE and
      *           refuses the whole batch when it does not.
      *           TRN-AMEND-REASON is the amendment reason code (the
      *           PUBWS list) every transaction must carry once the
      *           exam period's results have been published; it is
      *           ignored, and may be left blank, before then.
      ******************************************************************
       01 TRN-REC.
           05 TRN-ACTION         PIC X.
                 88 TRN-SUBJ-ABSENT    VALUE 'A'.
                 88 TRN-SUBJ-EXEMPT    VALUE 'E'.
                 88 TRN-ATTEND-VALID   VALUE SPACE 'A' 'E'.
      * Internal and external component marks, for a subject the
      * subject master marks in two components; TRN-SUBJ-MARKS is
      * then not keyed, the subject mark being derived from these.
              10 TRN-SUBJ-INT    OCCURS 5 TIMES
                                 PIC 999.
              10 TRN-SUBJ-EXT    OCCURS 5 TIMES
                                 PIC 999.
              10 TRN-AMEND-REASON PIC X(2).
           05 TRN-HEADER REDEFINES TRN-BODY.
              10 TRN-H-BATCH     PIC 9(6).
              10 FILLER          PIC X.
              10 TRN-H-DATE      PIC 9(8).
              10 FILLER          PIC X(70).
           05 TRN-TRAILER REDEFINES TRN-BODY.
              10 TRN-T-COUNT     PIC 9(6).
              10 FILLER          PIC X.
              10 TRN-T-HASH      PIC 9(12).
              10 FILLER          PIC X(66).
