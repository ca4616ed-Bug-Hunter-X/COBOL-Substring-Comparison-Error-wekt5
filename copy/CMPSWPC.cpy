      *> ---------------------------------------------------------------
      *> CMPSWPC - run control record for CMPR018, the suppression
      *> housekeeping sweep, supplied via the optional SWPCTL
      *> control-card file (one record, SYSIN style).  When SWPCTL is
      *> not present the program runs with its built-in defaults.
      *> ---------------------------------------------------------------
       01  CMPR-SWEEP-CONTROL-RECORD.
           05  SWC-AS-OF-DATE          PIC 9(8).
      *>      YYYYMMDD the sweep is judged as of: an entry whose
      *>      SUP-EXPIRY-DATE is before it is removed; 0 = today
           05  SWC-STALE-RUNS          PIC 9(3).
      *>      an entry that has not suppressed anything in the last
      *>      this many run dates on AUDOUT is listed as stale;
      *>      0 = 20, at most 99
           05  SWC-NOTICE-DAYS         PIC 9(3).
      *>      an entry expiring within this many days of the as-of
      *>      date is flagged for its approver to recertify; 0 = 30
