      ******************************************************************
      * Copybook: STDSCHL
      * Purpose:  Current merit scholarship holder record, one line
      *           per holder in the scholarship office's holders file
      *           (SCHOLFILE, default STDSCHOL.txt), read by the
      *           STDAWARD awards run to decide each holder's renewal
      *           or lapse. Carries the holder's stud-id, the
      *           scholarship's award reference and the exam period
      *           it was first awarded in.
      ******************************************************************
       01 SCHL-REC.
           05 SCHL-STUD-ID.
              10 SCHL-YEAR       PIC 9(4).
              10 SCHL-SECTION    PIC X(3).
              10 SCHL-SERIAL     PIC 9(5).
           05 SCHL-AWARD-REF     PIC X(10).
           05 SCHL-SINCE         PIC X(8).
