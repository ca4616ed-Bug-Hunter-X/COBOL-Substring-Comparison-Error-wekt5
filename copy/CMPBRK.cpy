      *> RECURRING, and a carried-over pair absent from today's EXCOUT
      *> is CLEARED.  Cleared entries survive one cycle (so the
      *> correction team sees the break close) and drop off the next.
      *>
      *> Key-level breaks from CMPR002 (an account dropped, new, or
      *> missing from / only on the third extract) live here too, with
      *> BRK-FIELD-NAME holding the break type's '*' name (see CMPEXC).
      *> A dropped or new account is only ever reported on the one
      *> night it changes, so those two stay open until the correction
      *> team dispositions them rather than clearing the next night.
      *>
      *> The master is an indexed file (VSAM KSDS) keyed on
      *> BRK-MASTER-KEY, so CMPR008 and CMPR009 read and rewrite only
      *> the pairs a run touches instead of rebuilding the whole
      *> master through a table, and there is no limit on how many
      *> breaks can be open at once.
      *> ---------------------------------------------------------------
       01  CMPR-BREAK-RECORD.
           05  BRK-MASTER-KEY.
               10  BRK-KEY             PIC X(10).
               10  BRK-FIELD-NAME      PIC X(10).
           05  BRK-STATUS              PIC X(1).
               88  BRK-STATUS-NEW         VALUE 'N'.
               88  BRK-STATUS-RECURRING   VALUE 'R'.
      *>      CMPR008 roll while the break stays open.  Appended after
      *>      BRK-OCCURRENCE-COUNT so masters written before
      *>      dispositions existed still read at the same offsets.
           05  BRK-BREAK-TYPE          PIC X(1).
               88  BRK-FIELD-BREAK        VALUE SPACE.
               88  BRK-KEY-DROPPED        VALUE 'D'.
               88  BRK-KEY-NEW            VALUE 'N'.
               88  BRK-KEY-THIRD-MISSING  VALUE 'M'.
               88  BRK-KEY-THIRD-ONLY     VALUE 'O'.
               88  BRK-KEY-LEVEL-BREAK    VALUE 'D' 'N' 'M' 'O'.
               88  BRK-HELD-UNTIL-DISPOSED VALUE 'D' 'N'.
           05  BRK-MISSING-SIDE        PIC X(1).
      *>      break type and missing side as carried on EXCOUT/KEYEXC
      *>      (see CMPEXC); space for a field-level break.  Appended
      *>      after BRK-APPROVER so older masters still read at the
      *>      same offsets.
           05  BRK-LAST-ROLL           PIC X(21).
      *>      CURRENT-DATE style timestamp of the CMPR008 roll that
      *>      last found this pair on EXCIN; the roll's lifecycle pass
      *>      uses it to tell the pairs it saw from those it did not.
           05  BRK-FIELD-TYPE          PIC X(1).
      *>      the field's CMPR-FIELD-TYPE as carried on EXCOUT (see
      *>      EXC-FIELD-TYPE); space on a key-level break
           05  BRK-LAST-VALUE-1        PIC X(100).
           05  BRK-LAST-VALUE-2        PIC X(100).
           05  BRK-AMOUNT-SW           PIC X(1).
               88  BRK-HAS-AMOUNT         VALUE 'Y'.
           05  BRK-ABS-DIFF            PIC 9(9)V9(2).
      *>      the two values from the latest EXCOUT the pair was
      *>      rolled from and, on an 'N' field whose values are both
      *>      numbers, the absolute difference between them - the
      *>      money the break holds open (see CMPR017).  Value 2 is
      *>      what CMPR009 records as the approved value when the
      *>      break is accepted (see SUP-APPROVED-VALUE).  The values
      *>      are as EXCOUT carried them, so a masked field's are
      *>      masked (see EXC-MASKED-SW) and it carries no amount.
      *>      Spaces, 'N' and zero on a key-level break and on older
      *>      masters' records until the pair breaks again.  Appended
      *>      after BRK-LAST-ROLL so older masters still read at the
      *>      same offsets; redefine the cluster for the longer record
      *>      when first taking this on.
