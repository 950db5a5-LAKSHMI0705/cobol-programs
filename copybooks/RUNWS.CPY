      ******************************************************************
      * Copybook: RUNWS
      * Purpose:  Run statistics area passed to the RUNLOG subprogram
      *           by every batch program just before it stops, normal
      *           end or not. The caller fills in its program name,
      *           the input files it read (names as the run resolved
      *           them, space separated), its record counts -- read
      *           from its main input, written to the files it
      *           produces (a file it builds afresh, such as the
      *           STDFILE a load creates, included), rejected, and
      *           updated, i.e. records added, changed or removed on a
      *           master that already existed -- and the return code
      *           it is about to stop with. RUNLOG stamps the date,
      *           time and OPERID, appends the run record to the run
      *           log, then hands RUN-RC back as RETURN-CODE so the
      *           caller stops with the code it logged.
      ******************************************************************
       01 RUN-LOG-AREA.
           05 RUN-PROGRAM          PIC X(10).
           05 RUN-INPUTS           PIC X(80).
           05 RUN-READ             PIC 9(8).
           05 RUN-WRITTEN          PIC 9(8).
           05 RUN-REJECTED         PIC 9(8).
           05 RUN-UPDATED          PIC 9(8).
           05 RUN-RC               PIC 9(4).
