      *> ---------------------------------------------------------------
      *> CMPMNT - maintenance transaction read by CMPR019 from MNTIN,
      *> one per add, change or delete to be made to the rules file
      *> (RULEIN - see CMPRULE), the suppression list (SUPIN - see
      *> CMPSUPP) or the run control card (CNTLIN - see CMPCTL), so
      *> none of the three is hand-edited.  Each transaction is
      *> validated against the target's layout before it is applied,
      *> and every applied one is journaled (see CMPJRNL).
      *> ---------------------------------------------------------------
       01  CMPR-MAINT-TRANSACTION.
           05  MNT-TARGET              PIC X(1).
               88  MNT-TARGET-RULES       VALUE 'R'.
               88  MNT-TARGET-SUPPRESSION VALUE 'S'.
               88  MNT-TARGET-CONTROL     VALUE 'C'.
           05  MNT-ACTION              PIC X(1).
               88  MNT-ADD                VALUE 'A'.
               88  MNT-CHANGE             VALUE 'C'.
               88  MNT-DELETE             VALUE 'D'.
               88  MNT-ACTION-VALID       VALUE 'A' 'C' 'D'.
           05  MNT-REQUESTER           PIC X(8).
      *>      who asked for the change; required, and carried onto
      *>      the journal entry
           05  MNT-IMAGE               PIC X(150).
      *>      the complete new record exactly as it is to appear on
      *>      the target file, in that file's layout, left-justified;
      *>      on a delete only the target's key (RUL-FIELD-NAME, or
      *>      SUP-KEY and SUP-FIELD-NAME) is looked at.  A change
      *>      replaces the whole record, so punch every field.  The
      *>      control card has no key: there is at most one, it may
      *>      be added or changed but never deleted.
