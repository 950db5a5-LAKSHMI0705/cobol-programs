      ******************************************************************
      * Copybook: STDCTRN
      * Purpose:  Contact maintenance transaction record, one line per
      *           change in the office's contact transaction file
      *           (STDCAPPLY's input), laid out the way STDTRN is for
      *           STDFILE. CTRN-ACTION A adds a student's contact
      *           record, U replaces it, D removes it; the rest of the
      *           line mirrors CONT-REC, so an add or update carries
      *           the whole record and a delete needs only the key.
      *           The file travels in the same H/T batch envelope as
      *           STDTRN: the H line carries the batch number and
      *           creation date, the T line the transaction count and
      *           a hash total -- the sum of the CTRN-SERIAL of every
      *           transaction, contacts having no marks to hash.
      ******************************************************************
       01 CTRN-REC.
           05 CTRN-ACTION        PIC X.
              88 CTRN-ADD        VALUE 'A'.
              88 CTRN-UPDATE     VALUE 'U'.
              88 CTRN-DELETE     VALUE 'D'.
              88 CTRN-VALID-ACTION VALUE 'A' 'U' 'D'.
              88 CTRN-BATCH-HEADER VALUE 'H'.
              88 CTRN-BATCH-TRAILER VALUE 'T'.
           05 CTRN-BODY.
              10 CTRN-STUD-ID.
                 15 CTRN-YEAR     PIC 9(4).
                 15 CTRN-SECTION  PIC X(3).
                 15 CTRN-SERIAL   PIC 9(5).
              10 CTRN-GUARDIAN    PIC X(30).
              10 CTRN-ADDRESS     OCCURS 3 TIMES
                                  PIC X(30).
              10 CTRN-PINCODE     PIC X(8).
              10 CTRN-PHONE       PIC X(15).
              10 CTRN-EMAIL       PIC X(40).
           05 CTRN-HEADER REDEFINES CTRN-BODY.
              10 CTRN-H-BATCH     PIC 9(6).
              10 FILLER           PIC X.
              10 CTRN-H-DATE      PIC 9(8).
              10 FILLER           PIC X(180).
           05 CTRN-TRAILER REDEFINES CTRN-BODY.
              10 CTRN-T-COUNT     PIC 9(6).
              10 FILLER           PIC X.
              10 CTRN-T-HASH      PIC 9(12).
              10 FILLER           PIC X(176).
