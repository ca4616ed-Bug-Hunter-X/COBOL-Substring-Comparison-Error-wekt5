      *> ---------------------------------------------------------------
      *> CMPCHG - approved-change record, read by CMPR001 from the
      *> optional CHGIN change feed, one record per key/field pair a
      *> change request has approved for a new value.  On the run for
      *> CHG-EFFECTIVE-DATE the pair's today's value (CMPR-FIELD-VAL-2)
      *> is judged against CHG-EXPECTED-VALUE with the field's own
      *> comparator, and the audit result says whether the change
      *> landed ('CHL'), never landed ('CHM' - the two values still
      *> agree) or landed with some other value ('CHW'); see CMPAUD.
      *> Records for any other effective date are ignored, so the
      *> feed can carry a whole week's approvals.
      *> ---------------------------------------------------------------
       01  CMPR-CHANGE-RECORD.
           05  CHG-KEY                 PIC X(10).
           05  CHG-FIELD-NAME          PIC X(10).
           05  CHG-EFFECTIVE-DATE      PIC 9(8).
      *>      YYYYMMDD business date the change is due to show up in
      *>      today's extract (see CTL-BUSINESS-DATE in CMPCTL)
           05  CHG-EXPECTED-VALUE      PIC X(100).
           05  CHG-REFERENCE           PIC X(12).
      *>      the approving change request, carried through to EXCOUT
      *>      so a missed or wrong change goes back to its owner
