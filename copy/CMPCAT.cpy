      *> ---------------------------------------------------------------
      *> CMPCAT - categorized exception record written by CMPR015 to
      *> CATOUT, one per field-level EXCOUT break (see CMPEXC), naming
      *> the likely root cause of the mismatch so the correction team
      *> can route formatting problems to the extract owners and keep
      *> the genuine value breaks for themselves.  CAT-VALUE-A and
      *> CAT-VALUE-B are the two copies the category was judged on;
      *> on a three-way break that is an agreeing side first and the
      *> odd side out second (CAT-SIDES names which).
      *> ---------------------------------------------------------------
       01  CMPR-CATEGORY-RECORD.
           05  CAT-KEY                 PIC X(10).
           05  CAT-FIELD-NAME          PIC X(10).
           05  CAT-CATEGORY            PIC X(10).
               88  CAT-PADDING            VALUE 'PADDING'.
      *>          equal once leading/trailing blanks and leading zeros
      *>          are set aside
               88  CAT-CASE-ONLY          VALUE 'CASE'.
      *>          equal ignoring upper/lower case
               88  CAT-DATE-FORMAT        VALUE 'DATE-FMT'.
      *>          the same calendar day written in two date forms
               88  CAT-DATE-INVALID       VALUE 'DATE-INVAL'.
      *>          a 'D' field with a side that is no readable date
               88  CAT-SIGN-FLIP          VALUE 'SIGN-FLIP'.
               88  CAT-ROUNDING           VALUE 'ROUNDING'.
      *>          'N' field: the same amount with opposite signs, or
      *>          amounts that agree rounded to one decimal or to
      *>          whole units
               88  CAT-TRUNCATED          VALUE 'TRUNCATED'.
      *>          one side is the other cut short
               88  CAT-TRANSPOSED         VALUE 'TRANSPOSED'.
      *>          one adjacent pair of characters swapped
               88  CAT-GENUINE            VALUE 'GENUINE'.
      *>          none of the above - a real value difference
               88  CAT-CHANGE-MISSED      VALUE 'CHG-MISSED'.
               88  CAT-CHANGE-WRONG       VALUE 'CHG-WRONG'.
      *>          an approved change (see CMPCHG) that never landed or
      *>          landed with another value - a change-management
      *>          failure, not a formatting question, so these are
      *>          named from EXC-RESULT without the tests above
               88  CAT-MASKED             VALUE 'MASKED'.
      *>          a break on a field whose values leave masked (see
      *>          EXC-MASKED-SW) - the masked copies cannot show why,
      *>          so the correction team looks at it in the clear
           05  CAT-SIDES               PIC X(2).
      *>      the extract sides compared: '12' on a two-way break;
      *>      '21', '12' or '13' on a three-way break whose odd side
      *>      out was 1, 2 or 3 (see EXC-OUTLIER); 'X2' on an
      *>      approved-change break, the approved value against
      *>      side 2
           05  CAT-FIELD-TYPE          PIC X(1).
           05  CAT-CMP-LENGTH          PIC 9(3).
           05  CAT-VALUE-A             PIC X(100).
           05  CAT-VALUE-B             PIC X(100).
           05  CAT-TIMESTAMP           PIC X(21).
      *>      EXC-TIMESTAMP of the break, i.e. the CMPR001 run
