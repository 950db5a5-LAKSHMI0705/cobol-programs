      ******************************************************************
      * Copybook: STDRVAP
      * Purpose:  Revaluation application record, one line per paper a
      *           student has paid to have re-marked, keyed by the
      *           exam office from the fee receipts (STDREVAL's first
      *           input, in stud-id order). Carries the student, which
      *           STUD-SUBJ-MARKS position is to be re-marked, the
      *           receipt number and the fee paid (two decimal places,
      *           no point keyed), which is what is refunded when the
      *           re-marking changes the mark on file.
      ******************************************************************
       01 RVAP-REC.
           05 RVAP-STUD-ID.
              10 RVAP-YEAR       PIC 9(4).
              10 RVAP-SECTION    PIC X(3).
              10 RVAP-SERIAL     PIC 9(5).
           05 RVAP-SUBJ-POS      PIC 9.
           05 RVAP-RECEIPT       PIC X(10).
           05 RVAP-FEE           PIC 9(5)V99.
