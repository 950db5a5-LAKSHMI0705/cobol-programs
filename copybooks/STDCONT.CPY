      ******************************************************************
      * Copybook: STDCONT
      * Purpose:  Student contact master record, one per student on the
      *           indexed contact file (CONTFILE), keyed on the same
      *           year/section/serial STUD-ID as STDFILE so a student's
      *           marks and contact details meet on the key. Carries
      *           the parent or guardian the result letters are
      *           addressed to, a three-line postal address with its
      *           PIN code, and a phone number and email address for
      *           the office's own use. Built by STDCLOAD from the
      *           admissions register's flat export and maintained by
      *           STDCAPPLY transactions (STDCTRN).
      ******************************************************************
       01 CONT-REC.
           05 CONT-STUD-ID.
              10 CONT-YEAR       PIC 9(4).
              10 CONT-SECTION    PIC X(3).
              10 CONT-SERIAL     PIC 9(5).
           05 CONT-GUARDIAN      PIC X(30).
           05 CONT-ADDRESS       OCCURS 3 TIMES
                                 PIC X(30).
           05 CONT-PINCODE       PIC X(8).
           05 CONT-PHONE         PIC X(15).
           05 CONT-EMAIL         PIC X(40).
