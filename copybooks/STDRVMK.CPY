      ******************************************************************
      * Copybook: STDRVMK
      * Purpose:  Second-examiner mark record, one line per re-marked
      *           script as returned by the revaluation examiners
      *           (STDREVAL's second input, any order). For a subject
      *           marked in two components the script re-marked is the
      *           external written paper, so RVMK-MARKS is then an
      *           external mark; otherwise it is the subject mark.
      ******************************************************************
       01 RVMK-REC.
           05 RVMK-STUD-ID.
              10 RVMK-YEAR       PIC 9(4).
              10 RVMK-SECTION    PIC X(3).
              10 RVMK-SERIAL     PIC 9(5).
           05 RVMK-SUBJ-POS      PIC 9.
           05 RVMK-MARKS         PIC 999.
