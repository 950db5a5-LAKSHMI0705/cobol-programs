      *           ordinal SUBJECT-n names and a 999 maximum -- so the
      *           suite keeps its old behaviour, and SUBJ-MASTER-LOADED
      *           says which of the two a run actually used.
      *           SUBJ-HAS-COMPONENTS says the subject is marked as
      *           internal plus external components; the component
      *           maximums, weights and external minimum are then
      *           those of the master, and zero otherwise.
      ******************************************************************
       01 SUBJ-TABLE.
           05 SUBJ-LOADED-FLAG   PIC X.
              10 SUBJ-NAME       PIC X(20).
              10 SUBJ-MAX-MARKS  PIC 999.
              10 SUBJ-PASS-MARKS PIC 999.
              10 SUBJ-COMPONENT-FLAG PIC X.
                 88 SUBJ-HAS-COMPONENTS VALUE 'Y'.
              10 SUBJ-INT-MAX    PIC 999.
              10 SUBJ-EXT-MAX    PIC 999.
              10 SUBJ-INT-WEIGHT PIC 999.
              10 SUBJ-EXT-WEIGHT PIC 999.
              10 SUBJ-EXT-MIN    PIC 999.
