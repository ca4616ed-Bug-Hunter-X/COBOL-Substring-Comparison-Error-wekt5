      *> Field count and names are expected to line up between the two
      *> sides of a matched pair; XTR-MAX-FIELDS must match
      *> CMPR-MAX-FIELDS in CMPREC.
      *>
      *> Every extract is bracketed by control records that share the
      *> key position with the account records: a header first
      *> (XTR-HEADER-RECORD - the extract date and the producing
      *> system's source id) and a trailer last (XTR-TRAILER-RECORD -
      *> the number of account records between them and a hash total
      *> of their keys).  The hash total is the sum, over every account
      *> record, of each key byte's value (X'00'-X'FF') multiplied by
      *> its position in the key (1-10), so a dropped, added or altered
      *> key throws it off even when the record count still agrees.
      *> CMPR002 balances each extract against its own trailer before
      *> matching anything.
      *> ---------------------------------------------------------------
       78  XTR-MAX-FIELDS              VALUE 5.
       01  CMPR-EXTRACT-RECORD.
           05  XTR-KEY                 PIC X(10).
               88  XTR-HEADER-RECORD   VALUE '**HEADER**'.
               88  XTR-TRAILER-RECORD  VALUE '**TRAILR**'.
           05  XTR-DETAIL-DATA.
               10  XTR-CMP-LENGTH      PIC 9(3).
               10  XTR-FIELD-COUNT     PIC 9(1).
               10  XTR-FIELD-ENTRY     OCCURS XTR-MAX-FIELDS TIMES.
                   15  XTR-FIELD-NAME  PIC X(10).
                   15  XTR-FIELD-TYPE  PIC X(1).
                   15  XTR-FIELD-VALUE PIC X(100).
           05  XTR-HEADER-DATA         REDEFINES XTR-DETAIL-DATA.
               10  XTR-HDR-EXTRACT-DATE PIC 9(8).
      *>          YYYYMMDD business date the extract was taken for
               10  XTR-HDR-SOURCE-ID   PIC X(8).
      *>          producing system, e.g. the ledger feed's job name
           05  XTR-TRAILER-DATA        REDEFINES XTR-DETAIL-DATA.
               10  XTR-TRL-RECORD-COUNT PIC 9(9).
               10  XTR-TRL-KEY-HASH    PIC 9(15).
