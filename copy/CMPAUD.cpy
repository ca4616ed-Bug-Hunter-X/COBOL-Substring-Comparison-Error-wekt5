           05  AUD-RESULT              PIC X(3).
      *>      'EQ' = equal, 'NE' = not equal, 'IV' = date pair with an
      *>      invalid date on either side (see CMPREC field type 'D'),
      *>      'SUP' = not equal but suppressed by SUPIN (see CMPSUPP),
      *>      'CHL'/'CHM'/'CHW' = approved change landed / missed /
      *>      landed with the wrong value (see AUD-EXPECTED-VALUE)
           05  AUD-TIMESTAMP           PIC X(21).
           05  AUD-VALUE-3             PIC X(100).
           05  AUD-OUTLIER             PIC X(1).
      *>      before three-way existed still read at the same offsets;
      *>      redefine the cluster for the longer record when first
      *>      taking this on.
           05  AUD-FIELD-TYPE          PIC X(1).
           05  AUD-CMP-LENGTH          PIC 9(3).
      *>      the field's CMPR-FIELD-TYPE (see CMPREC) and the record's
      *>      own CMPR-CMP-LENGTH (capped at 100) - before any CNTLIN
      *>      override or RULEIN rule - so CMPR016 can re-judge the
      *>      stored values under a proposed RULEIN/CNTLIN exactly as
      *>      CMPR001 would.  Appended after AUD-OUTLIER so older
      *>      audit records still read at the same offsets (as a
      *>      space type and a non-numeric length).
           05  AUD-EXPECTED-VALUE      PIC X(100).
           05  AUD-CHANGE-REF          PIC X(12).
      *>      on a pair an approved change from CHGIN covered (see
      *>      CMPCHG), the approved value and change request, with
      *>      AUD-RESULT 'CHL' (value 2 is the approved value), 'CHM'
      *>      (values 1 and 2 still agree, the change never landed)
      *>      or 'CHW' (value 2 changed, but not to the approved
      *>      value); spaces on every other pair.  Appended after
      *>      AUD-CMP-LENGTH so older audit records still read at the
      *>      same offsets.
           05  AUD-MASKED-SW           PIC X(1).
               88  AUD-VALUES-MASKED      VALUE 'Y'.
      *>      always space on AUDOUT, which keeps the clear values;
      *>      'Y' on a CMPR010 archive unload record whose values were
      *>      masked under the field's RULEIN rule (see RUL-MASK-OPTION
      *>      in CMPRULE), so CMPR005 does not mask them twice.
      *>      Appended after AUD-CHANGE-REF so older audit records
      *>      still read at the same offsets; redefine the cluster for
      *>      the longer record when first taking this on.
