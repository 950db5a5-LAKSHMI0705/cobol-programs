      ******************************************************************
      * Copybook: STDCOND
      * Purpose:  Condonation record, one line per paper the principal
      *           has allowed a student to sit despite class attendance
      *           below the eligibility threshold: the student, the
      *           subject position (1-5) and the reference of the
      *           principal's order, printed on the debarment list
      *           against the paper it condones.
      ******************************************************************
       01 COND-REC.
           05 COND-STUD-ID       PIC X(12).
           05 COND-SUBJ          PIC 9.
           05 COND-REFERENCE     PIC X(20).
