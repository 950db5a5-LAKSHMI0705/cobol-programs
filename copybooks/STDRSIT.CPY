      *           a supplementary run can never overwrite the marks of
      *           papers the student passed at the first attempt the
      *           way a re-keyed STDTRN update would.
      *           RSIT-AMEND-REASON is the amendment reason code (the
      *           PUBWS list, normally RS) every line must carry once
      *           the exam period's results have been published; it is
      *           ignored, and may be left blank, before then.
      ******************************************************************
       01 RSIT-REC.
           05 RSIT-STUD-ID.
              10 RSIT-SERIAL     PIC 9(5).
           05 RSIT-SUBJ-POS      PIC 9.
           05 RSIT-MARKS         PIC 999.
           05 RSIT-AMEND-REASON  PIC X(2).
