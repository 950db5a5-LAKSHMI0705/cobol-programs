      *           JRNL-TIME is the full HHMMSSss machine time so two
      *           corrections to the same student in one second still
      *           order correctly.
      *           JRNL-GRACE is the grace-marks moderation run's
      *           REWRITE (STDGRACE): an update in every other respect,
      *           kept distinct so grace awarded is never mistaken for
      *           an ordinary correction.
      *           JRNL-ELIGIBILITY is the attendance eligibility run's
      *           REWRITE (STDELIG), setting or clearing the D (not
      *           eligible) attendance indicator; likewise an update
      *           in every other respect.
      *           JRNL-REVALUATION is the revaluation run's REWRITE
      *           (STDREVAL) of a paper whose second-examiner mark
      *           replaced the first; likewise an update in every
      *           other respect.
      *           JRNL-AMENDMENT marks a change made after its exam
      *           period's results were published (STDPUBL): flag P,
      *           the amendment reason code the operator gave (the
      *           PUBWS list) and the locked period, which STDDELTA
      *           reads back for the SIS correction upload. It is spaces
      *           on every change made before publication, and reads as
      *           spaces on lines written while the images were already
      *           93 bytes but before the group was added at the end of
      *           the record. The images were narrower before that -- 53
      *           bytes originally, 58 once the grace indicators were
      *           added -- and a line written then holds its after image
      *           at the wrong offset, so a journal from before the
      *           widening is re-laid once by STDJCONV before STDJRPT,
      *           STDRFWD or STDDELTA reads it.
      ******************************************************************
       01 JRNL-REC.
           05 JRNL-DATE          PIC 9(8).
              88 JRNL-ADD        VALUE 'A'.
              88 JRNL-UPDATE     VALUE 'U'.
              88 JRNL-DELETE     VALUE 'D'.
              88 JRNL-GRACE      VALUE 'G'.
              88 JRNL-ELIGIBILITY VALUE 'B'.
              88 JRNL-REVALUATION VALUE 'V'.
           05 JRNL-BEFORE        PIC X(93).
           05 JRNL-AFTER         PIC X(93).
           05 JRNL-AMENDMENT.
              10 JRNL-AMEND-FLAG PIC X.
                 88 JRNL-POST-PUBLICATION VALUE 'P'.
              10 JRNL-AMEND-REASON PIC X(2).
              10 JRNL-PERIOD     PIC X(8).
