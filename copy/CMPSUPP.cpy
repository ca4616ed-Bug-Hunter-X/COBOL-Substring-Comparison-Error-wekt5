      *>      entry.  Appended after SUP-FIELD-NAME so suppression
      *>      lists written before dispositions existed still read at
      *>      the same offsets.
           05  SUP-APPROVAL-DATE       PIC 9(8).
           05  SUP-EXPIRY-DATE         PIC 9(8).
      *>      YYYYMMDD the variance was approved and the last business
      *>      date the entry may suppress; CMPR001 ignores an entry
      *>      once its expiry date has passed and CMPR018 moves it to
      *>      the removed-suppressions file.  CMPR009 stamps both on
      *>      the entries it generates (see DSP-EXPIRY-DATE); 0 or
      *>      spaces on an older or hand-keyed entry mean not known
      *>      and never expires, which CMPR018's recertification
      *>      report calls out for the approver to date.
           05  SUP-APPROVED-VALUE      PIC X(100).
      *>      value 2 of the break as it stood when the variance was
      *>      accepted, so CMPR018 can list an entry that has since
      *>      suppressed some other value; spaces = not recorded, not
      *>      checked.  Masked, as EXCOUT showed it, on a field whose
      *>      rule masks it (see RUL-MASK-OPTION in CMPRULE).  These
      *>      three are appended after SUP-APPROVER so older
      *>      suppression lists still read at the same offsets.
