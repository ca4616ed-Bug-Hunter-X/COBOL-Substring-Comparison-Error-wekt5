      *>      before date fields existed still read at the same
      *>      offsets; a restore vets it with IS NUMERIC like
      *>      CKPT-PAIRS-SUPPRESSED above.
           05  CKPT-CHG-LANDED          PIC 9(8).
           05  CKPT-CHG-MISSED          PIC 9(8).
           05  CKPT-CHG-WRONG           PIC 9(8).
      *>      approved changes from CHGIN (see CMPCHG) judged 'CHL',
      *>      'CHM' and 'CHW' as of this checkpoint.  Appended after
      *>      CKPT-PAIRS-INVALID and vetted with IS NUMERIC on a
      *>      restore the same way.
