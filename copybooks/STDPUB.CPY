      ******************************************************************
      * Copybook: STDPUB
      * Purpose:  Results publication control record, one line per
      *           published exam period in STDPUBCTL.txt, appended by
      *           the STDPUBL publish step once the period's results
      *           have gone out and STDEXTRACT.csv has been uploaded.
      *           A period with a line here is locked: PUBCHECK reports
      *           it so to every program that changes STDFILE, and any
      *           change made to it afterwards must carry an amendment
      *           reason and is flagged on the journal as a
      *           post-publication amendment. PUBC-DATE/PUBC-TIME is
      *           the publish stamp from which STDDELTA reads the
      *           journal forward; PUBC-OPERATOR records who published.
      ******************************************************************
       01 PUBC-REC.
           05 PUBC-PERIOD        PIC X(8).
           05 FILLER             PIC X.
           05 PUBC-DATE          PIC 9(8).
           05 FILLER             PIC X.
           05 PUBC-TIME          PIC 9(8).
           05 FILLER             PIC X.
           05 PUBC-OPERATOR      PIC X(8).
