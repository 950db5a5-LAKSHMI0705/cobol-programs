      ******************************************************************
      * Copybook: STDATTM
      * Purpose:  Term class attendance master record, keyed on
      *           STUD-ID and subject position, holding the classes
      *           held and attended accumulated over the term's
      *           monthly loads (STDATTLD) and read by the eligibility
      *           run (STDELIG). ATTM-FIRST-MONTH and ATTM-LAST-MONTH
      *           (YYYYMM) bound the months loaded and ATTM-MONTHS
      *           counts them, so a month loaded twice is refused
      *           rather than counted twice.
      ******************************************************************
       01 ATTM-REC.
           05 ATTM-KEY.
              10 ATTM-STUD-ID.
                 15 ATTM-YEAR    PIC 9(4).
                 15 ATTM-SECTION PIC X(3).
                 15 ATTM-SERIAL  PIC 9(5).
              10 ATTM-SUBJ       PIC 9.
           05 ATTM-HELD          PIC 9(4).
           05 ATTM-ATTENDED      PIC 9(4).
           05 ATTM-FIRST-MONTH   PIC 9(6).
           05 ATTM-LAST-MONTH    PIC 9(6).
           05 ATTM-MONTHS        PIC 99.
