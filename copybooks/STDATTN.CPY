      ******************************************************************
      * Copybook: STDATTN
      * Purpose:  Monthly class attendance record, one line per
      *           student per subject position in the month's
      *           attendance file from the departments: the classes
      *           held in the month and the classes the student
      *           attended. ATTN-SUBJ is the STUD-SUBJ-MARKS position
      *           (1-5) of the subject, as on the subject master.
      *           STDATTLD adds each month into the term's attendance
      *           master (STDATTM).
      ******************************************************************
       01 ATTN-REC.
           05 ATTN-STUD-ID.
              10 ATTN-YEAR       PIC 9(4).
              10 ATTN-SECTION    PIC X(3).
              10 ATTN-SERIAL     PIC 9(5).
           05 ATTN-SUBJ          PIC 9.
           05 ATTN-MONTH         PIC 9(6).
           05 ATTN-HELD          PIC 999.
           05 ATTN-ATTENDED      PIC 999.
