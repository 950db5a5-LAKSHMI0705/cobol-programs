      ******************************************************************
      * Copybook: STDRLOG
      * Purpose:  Suite run log record, one line appended to
      *           STDRUNLOG.txt by RUNLOG for every run of every batch
      *           program and read back by the STDRUNRPT daily
      *           operations summary. Carries the program, when it
      *           stopped, the OPERID it ran under (spaces when none
      *           was set), its record counts read, written, rejected
      *           and updated, the return code it stopped with and the
      *           input files it read. The counts mean what RUNWS
      *           says they mean, the same for every program, so one
      *           run can be set against the last run of the same
      *           program.
      ******************************************************************
       01 RLOG-REC.
           05 RLOG-PROGRAM         PIC X(10).
           05 FILLER               PIC X.
           05 RLOG-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-TIME            PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-OPERATOR        PIC X(8).
           05 FILLER               PIC X.
           05 RLOG-READ            PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-WRITTEN         PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-REJECTED        PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-UPDATED         PIC 9(8).
           05 FILLER               PIC X.
           05 RLOG-RC              PIC 9(4).
           05 FILLER               PIC X.
           05 RLOG-INPUTS          PIC X(80).
