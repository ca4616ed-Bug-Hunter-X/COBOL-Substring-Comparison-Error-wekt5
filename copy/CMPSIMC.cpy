      *> ---------------------------------------------------------------
      *> CMPSIMC - run control record for CMPR016, supplied via the
      *> SIMCTL control-card file (one record, SYSIN style).  Required,
      *> like CMPR010's RETCTL: a replay over a defaulted range would
      *> sweep the whole audit trail and prove nothing in particular.
      *> ---------------------------------------------------------------
       01  CMPR-SIMULATION-CONTROL-RECORD.
           05  SMC-FROM-DATE           PIC 9(8).
           05  SMC-TO-DATE             PIC 9(8).
      *>      YYYYMMDD run dates, inclusive; audit records whose
      *>      AUD-TIMESTAMP date falls in this range are re-judged
      *>      under the proposed PRULEIN/PCNTLIN
