      *           lines stop at STUD-NAME, still loads cleanly: the
      *           short line leaves the indicators as spaces, i.e.
      *           every paper attempted, which is exactly what those
      *           records meant. D marks a paper the student is not
      *           eligible to sit -- debarred for class attendance
      *           below the threshold by the eligibility run (STDELIG)
      *           -- which is never seated, scores nothing and fails
      *           the student as an absence does, but is reported as
      *           not eligible rather than as absent. Only the
      *           eligibility run sets or clears it.
       01 STD-REC.
           05 STUD-ID.
              10 STUD-YEAR       PIC 9(4).
              88 SUBJ-ATTEMPTED  VALUE SPACE.
              88 SUBJ-ABSENT     VALUE 'A'.
              88 SUBJ-EXEMPT     VALUE 'E'.
              88 SUBJ-DEBARRED   VALUE 'D'.
              88 SUBJ-ATTEND-VALID VALUE SPACE 'A' 'E' 'D'.
      *           STUD-SUBJ-GRACE marks a paper whose mark was lifted
      *           by the grace-marks moderation run (STDGRACE): G when
      *           the mark on file includes grace, space when it is
      *           the mark as examined. It follows the attendance
      *           indicators at the end of the record for the same
      *           reason they sit there -- an older flat export loads
      *           with every paper ungraced. A correction that changes
      *           a graced mark clears its indicator.
           05 STUD-SUBJ-GRACE    OCCURS 5 TIMES
                                 PIC X.
              88 SUBJ-GRACED     VALUE 'G'.
      *           STUD-SUBJ-INT and STUD-SUBJ-EXT are the internal
      *           assessment and external written-paper marks of a
      *           subject the subject master marks in two components.
      *           For such a subject STUD-SUBJ-MARKS is not keyed: it
      *           is derived from the two components by their weights
      *           (SUBJMARK) whenever they are entered or corrected,
      *           so every report that reads the subject mark reads
      *           the weighted result. STUD-SUBJ-EXTMIN is set F by
      *           the same derivation when the external mark falls
      *           short of the subject's external minimum -- a failed
      *           written paper, whatever the coursework -- and is a
      *           space otherwise. For a single-figure subject both
      *           components are zero and the indicator a space.
           05 STUD-SUBJ-INT      OCCURS 5 TIMES
                                 PIC 999.
           05 STUD-SUBJ-EXT      OCCURS 5 TIMES
                                 PIC 999.
           05 STUD-SUBJ-EXTMIN   OCCURS 5 TIMES
                                 PIC X.
              88 SUBJ-EXT-BELOW-MIN VALUE 'F'.
