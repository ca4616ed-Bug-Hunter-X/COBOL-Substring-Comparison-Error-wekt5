      *> ---------------------------------------------------------------
      *> CMPMKEY - token-masking key, read from the MASKKEY DD by every
      *> program that masks a sensitive field with RUL-MASK-OPTION 'T'
      *> (see CMPRULE): CMPR001, CMPR005, CMPR010 and CMPR018.  The
      *> key is worked into every 'T#' token, so a token cannot be
      *> matched to its value by anyone who does not hold the key.
      *> All four programs must read the same key, or a token on one
      *> report will not match the same value's token on another.
      *> Keep the dataset read-protected to the reconciliation batch
      *> ids; a program that has a 'T' rule loaded will not run
      *> without it.
      *> ---------------------------------------------------------------
       01  CMPR-MASK-KEY-RECORD.
           05  MKY-KEY                 PIC X(32).
      *>      at least 16 significant characters; trailing spaces
      *>      are not part of the key
