      ******************************************************************
      * Copybook: PUBWS
      * Purpose:  Publication lock request/answer area passed to the
      *           PUBCHECK subprogram by every program that changes
      *           STDFILE. PUBCHECK fills in the exam period being
      *           worked (the EXAMPERIOD variable) and whether its
      *           results have been published -- and if so the publish
      *           stamp and the operator who published. The caller
      *           owns PUB-AMEND-REASON: once a period is locked every
      *           change to it must carry one of the amendment reason
      *           codes below, which the journal then records.
      *             TE  transcription error
      *             TO  totalling error
      *             OM  omitted mark
      *             AT  attendance corrected
      *             RS  supplementary (re-sit) result
      *             RV  revaluation result
      *             UO  university or board order
      ******************************************************************
       01 PUB-CHECK-AREA.
           05 PUB-PERIOD           PIC X(8).
           05 PUB-LOCK-FLAG        PIC X.
              88 PUB-PERIOD-LOCKED VALUE 'Y'.
              88 PUB-PERIOD-OPEN   VALUE 'N'.
           05 PUB-DATE             PIC 9(8).
           05 PUB-TIME             PIC 9(8).
           05 PUB-OPERATOR         PIC X(8).
           05 PUB-AMEND-REASON     PIC X(2).
              88 PUB-REASON-VALID  VALUE 'TE' 'TO' 'OM' 'AT' 'RS'
                                         'RV' 'UO'.
