      ******************************************************************
      * Copybook: STDAWPRM
      * Purpose:  Award rules parameter record, one keyword and its
      *           value per line in the scholarship committee's
      *           parameter file (AWARDPARMFILE, default STDAWPRM.txt)
      *           read by the STDAWARD awards run. Keywords:
      *             SCHOLAVG   average every term in the span must
      *                        reach (default 75)
      *             SCHOLTERMS number of most recent terms the span
      *                        covers, 1 to 6 (default 2)
      *             NOGRACE    Y when a term with grace marks in it
      *                        cannot count towards an award
      *                        (default N)
      *             PRIZEMIN   least mark a subject prize may be won
      *                        with, over and above the subject's
      *                        pass marks (default 0)
      *           A keyword not set in the file keeps its default; a
      *           keyword STDAWARD does not know is listed among the
      *           run's exceptions.
      ******************************************************************
       01 AWPM-REC.
           05 AWPM-KEYWORD       PIC X(10).
           05 AWPM-VALUE         PIC X(10).
