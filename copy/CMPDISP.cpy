           05  DSP-APPROVER            PIC X(8).
      *>      required for ACCEPTED-VARIANCE, carried onto both the
      *>      break master entry and the generated suppression entry
           05  DSP-EXPIRY-DATE         PIC 9(8).
      *>      ACCEPTED-VARIANCE only: YYYYMMDD the generated
      *>      suppression entry stops applying (see SUP-EXPIRY-DATE);
      *>      0 or spaces = WS-DEFAULT-EXPIRY-DAYS after the day the
      *>      disposition is imported.  Appended after DSP-APPROVER so
      *>      older disposition files still read at the same offsets.
