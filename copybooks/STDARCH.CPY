              88 ARCH-SUBJ-ATTEMPTED VALUE SPACE.
              88 ARCH-SUBJ-ABSENT    VALUE 'A'.
              88 ARCH-SUBJ-EXEMPT    VALUE 'E'.
              88 ARCH-SUBJ-DEBARRED  VALUE 'D'.
           05 ARCH-TOTAL         PIC 9999.
           05 ARCH-AVG           PIC 999V99.
           05 ARCH-RESULT        PIC X(4).
      * Grace indicators follow the result at the end of the line, G
      * for a mark that includes grace (STUD-SUBJ-GRACE as the term
      * published it); archive lines written before grace was
      * recorded read back as spaces, i.e. no grace.
           05 ARCH-SUBJ-GRACE    OCCURS 5 TIMES
                                 PIC X.
              88 ARCH-SUBJ-GRACED    VALUE 'G'.
