      *> field comparison that resolves NE, so the correction team's
      *> intake process can load just the breaks without filtering the
      *> full AUDOUT audit trail (see CMPAUD).
      *>
      *> CMPR002 writes the same layout to KEYEXC for an account key
      *> present on only some of the extracts (EXC-BREAK-TYPE not
      *> space), so CMPR008 rolls those into the break master next to
      *> the field-level breaks.  Such a record has no values; its
      *> EXC-FIELD-NAME carries the break type's name, starting with
      *> '*' so it can never collide with a real field name.
      *> ---------------------------------------------------------------
       01  CMPR-EXCEPTION-RECORD.
           05  EXC-KEY                 PIC X(10).
      *>      Space on a two-way run.  Appended after EXC-TIMESTAMP so
      *>      exception files written before three-way existed still
      *>      read at the same offsets.
           05  EXC-BREAK-TYPE          PIC X(1).
               88  EXC-FIELD-BREAK        VALUE SPACE.
               88  EXC-KEY-DROPPED        VALUE 'D'.
               88  EXC-KEY-NEW            VALUE 'N'.
               88  EXC-KEY-THIRD-MISSING  VALUE 'M'.
               88  EXC-KEY-THIRD-ONLY     VALUE 'O'.
               88  EXC-KEY-LEVEL-BREAK    VALUE 'D' 'N' 'M' 'O'.
      *>      space for a field comparison from CMPR001.  Key-level
      *>      breaks from CMPR002, with their EXC-FIELD-NAME:
      *>        D '*DROPPED'   in yesterday's extract, not today's
      *>        N '*NEW'       in today's extract, not yesterday's
      *>        M '*THRD-MISS' matched pair missing from the third
      *>        O '*THRD-ONLY' in the third extract only
           05  EXC-MISSING-SIDE        PIC X(1).
      *>      key-level breaks only: the extract the key is missing
      *>      from - '1' yesterday's, '2' today's, '3' the third,
      *>      'P' both of the matched pair.  Both appended after
      *>      EXC-OUTLIER so older exception files still read at the
      *>      same offsets (and read back as field-level breaks).
           05  EXC-FIELD-TYPE          PIC X(1).
           05  EXC-CMP-LENGTH          PIC 9(3).
      *>      the field's CMPR-FIELD-TYPE (see CMPREC) and the compare
      *>      length CMPR001 actually applied to it - the record's,
      *>      the run-wide override or the field's RULEIN rule - so a
      *>      break can be analysed (see CMPR015) without CMPRIN or
      *>      RULEIN in hand.  Space and zero on key-level records.
      *>      Appended after EXC-MISSING-SIDE so older exception files
      *>      still read at the same offsets.
           05  EXC-RESULT              PIC X(3).
      *>      the break's AUDOUT result (see AUD-RESULT in CMPAUD):
      *>      'NE' or 'IV', or for an approved change from CHGIN
      *>      (see CMPCHG) 'CHM' (change never landed) or 'CHW'
      *>      (landed with the wrong value).  Spaces on key-level
      *>      records.
           05  EXC-EXPECTED-VALUE      PIC X(100).
           05  EXC-CHANGE-REF          PIC X(12).
      *>      'CHM'/'CHW' only: the value the change request approved
      *>      and the change request itself; spaces otherwise.  All
      *>      three appended after EXC-CMP-LENGTH so older exception
      *>      files still read at the same offsets.
           05  EXC-MASKED-SW           PIC X(1).
               88  EXC-VALUES-MASKED      VALUE 'Y'.
      *>      'Y' when the field's RULEIN rule masks it (see
      *>      RUL-MASK-OPTION in CMPRULE): EXC-VALUE-1/2/3 and
      *>      EXC-EXPECTED-VALUE then hold the masked values, not the
      *>      extract contents.  Appended after EXC-CHANGE-REF so
      *>      older exception files still read at the same offsets.
