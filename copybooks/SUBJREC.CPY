      *           update may accept for the subject, and the subject's
      *           minimum pass marks. Maintained by the exam office
      *           each term as the subject mix changes.
      *           A subject marked in two components -- internal
      *           assessment (coursework) and the external written
      *           paper -- also carries each component's maximum, the
      *           weight (percent, the two summing to 100) each adds
      *           to the subject mark, and the minimum external marks
      *           the student must clear on the written paper alone.
      *           The component fields follow the pass marks so an
      *           older master, whose lines stop there, still loads:
      *           a subject without component maximums is marked as a
      *           single figure, exactly as before.
      ******************************************************************
       01 SUBJ-REC.
           05 SUBJ-REC-CODE      PIC X(8).
           05 SUBJ-REC-NAME      PIC X(20).
           05 SUBJ-REC-MAX       PIC 999.
           05 SUBJ-REC-PASS      PIC 999.
           05 SUBJ-REC-INT-MAX   PIC 999.
           05 SUBJ-REC-EXT-MAX   PIC 999.
           05 SUBJ-REC-INT-WEIGHT PIC 999.
           05 SUBJ-REC-EXT-WEIGHT PIC 999.
           05 SUBJ-REC-EXT-MIN   PIC 999.
