      *> ---------------------------------------------------------------
      *> CMPXTRC - run control record for CMPR002, supplied via the
      *> optional XTRCTL control-card file (one record, SYSIN style).
      *> When XTRCTL is not present today's extract must be dated today
      *> or yesterday (a chain that starts after midnight), yesterday's
      *> extract must be dated no more than 4 days before it, and
      *> source ids are only checked for agreement between yesterday's
      *> and today's extracts.
      *> ---------------------------------------------------------------
       01  CMPR-EXTRACT-CONTROL-RECORD.
           05  XTC-BUSINESS-DATE       PIC 9(8).
      *>      YYYYMMDD date today's (and the third) extract header must
      *>      carry; 0 = today's or yesterday's date is accepted
           05  XTC-MAX-GAP-DAYS        PIC 9(3).
      *>      most calendar days yesterday's extract may be dated
      *>      before today's (covers a long weekend); 0 = 4
           05  XTC-SOURCE-ID           PIC X(8).
      *>      source id yesterday's and today's headers must carry;
      *>      spaces = not checked beyond the two agreeing
           05  XTC-THRD-SOURCE-ID      PIC X(8).
      *>      source id the third extract's header must carry;
      *>      spaces = not checked
