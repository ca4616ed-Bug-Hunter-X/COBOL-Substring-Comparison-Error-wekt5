      *>      compare.  Appended after the key range so control cards
      *>      punched before three-way existed still read at the same
      *>      offsets.
           05  CTL-BUSINESS-DATE       PIC 9(8).
      *>      YYYYMMDD business date of the extracts being compared,
      *>      which picks the CHGIN approved changes due on this run
      *>      (see CMPCHG); 0/spaces = the date the run starts, which
      *>      is wrong for a chain that starts after midnight - punch
      *>      the date there.  Appended after the three-way switch so
      *>      older control cards still read at the same offsets.
