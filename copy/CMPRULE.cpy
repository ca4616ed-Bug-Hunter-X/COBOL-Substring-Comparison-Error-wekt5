           05  RUL-CMP-LENGTH          PIC 9(3).
      *>      compare length for this field; 0 = no opinion, the
      *>      record's own length / run-wide override applies
           05  RUL-MASK-OPTION         PIC X(1).
               88  RUL-MASK-NONE          VALUE SPACE 'N'.
               88  RUL-MASK-LAST-FOUR     VALUE 'L'.
               88  RUL-MASK-TOKEN         VALUE 'T'.
               88  RUL-MASK-VALID         VALUE SPACE 'N' 'L' 'T'.
      *>      sensitive field: how its values are shown wherever they
      *>      leave the reconciliation - EXCOUT (CMPR001), INQRPT
      *>      (CMPR005), the archive unload (CMPR010) and RCRTRPT
      *>      (CMPR018).  'L' keeps the last four characters behind
      *>      '****'; 'T' replaces the value with a token ('T#' and
      *>      nine digits) that is the same wherever the value is the
      *>      same, so two sides can still be seen to differ.  The
      *>      token is keyed from the MASKKEY dataset (see CMPMKEY), so
      *>      it cannot be reproduced from a guessed value without the
      *>      key; a program with a 'T' rule loaded ends RC 16 when
      *>      MASKKEY is missing.  Space
      *>      or 'N' = shown in full.  The compare itself, and the
      *>      AUDOUT audit trail, always use the clear values.
      *>      Appended after RUL-CMP-LENGTH so older rules files still
      *>      read at the same offsets (as no masking).
