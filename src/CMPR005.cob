      *> of the online history.  AUDARCH is a flat unload, so it is
      *> scanned sequentially - the alternate index only exists on
      *> the live cluster.
      *>
      *> Each history line is followed by the values compared (the
      *> first 30 characters of each side).  A field the optional
      *> RULEIN marks sensitive (see RUL-MASK-OPTION in CMPRULE) is
      *> shown masked, as EXCOUT shows it; archive records CMPR010
      *> already masked (AUD-MASKED-SW) are shown as they are.  With
      *> no RULEIN to say which fields are sensitive, the values are
      *> left off altogether rather than shown in the clear.  Token
      *> masking is keyed from MASKKEY (see CMPMKEY).
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR005.
           SELECT OPTIONAL ARC-IN ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT OPTIONAL RUL-IN ASSIGN TO RULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEIN-STATUS.
           SELECT OPTIONAL MKY-IN ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKEY-STATUS.
           SELECT RPT-OUT ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.
                         ==AUD-RESULT==         BY ==ARC-RESULT==
                         ==AUD-TIMESTAMP==      BY ==ARC-TIMESTAMP==
                         ==AUD-VALUE-3==        BY ==ARC-VALUE-3==
                         ==AUD-OUTLIER==        BY ==ARC-OUTLIER==
                         ==AUD-FIELD-TYPE==     BY ==ARC-FIELD-TYPE==
                         ==AUD-CMP-LENGTH==     BY ==ARC-CMP-LENGTH==
                         ==AUD-EXPECTED-VALUE== BY ==ARC-EXPECTED-VALUE==
                         ==AUD-CHANGE-REF==     BY ==ARC-CHANGE-REF==
                         ==AUD-MASKED-SW==      BY ==ARC-MASKED-SW==
                         ==AUD-VALUES-MASKED==  BY ==ARC-VALUES-MASKED==.

       FD  RUL-IN
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  MKY-IN
           RECORDING MODE IS F.
           COPY CMPMKEY.

       FD  RPT-OUT
           RECORDING MODE IS F.
       01  WS-AUDOUT-STATUS            PIC X(2).
       01  WS-AUDARCH-STATUS           PIC X(2).
       01  WS-INQRPT-STATUS            PIC X(2).
       01  WS-RULEIN-STATUS            PIC X(2).
       01  WS-MASKKEY-STATUS           PIC X(2).
       01  WS-RULEIN-READ-SW           PIC X(1) VALUE 'N'.
           88  WS-RULEIN-READ          VALUE 'Y'.
       01  WS-INQKEY-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-INQKEY-OPEN          VALUE 'Y'.
       01  WS-AUDOUT-OPEN-SW           PIC X(1) VALUE 'N'.
       01  WS-HISTORY-COUNT            PIC 9(5) VALUE 0.
       01  WS-ARCHIVE-COUNT            PIC 9(5) VALUE 0.

      *>   the values of the history line being listed
       01  WS-SHOW-FIELD-NAME          PIC X(10).
       01  WS-SHOW-VALUE-1             PIC X(100).
       01  WS-SHOW-VALUE-2             PIC X(100).
       01  WS-SHOW-VALUE-3             PIC X(100).
       01  WS-SHOW-MASKED-SW           PIC X(1) VALUE 'N'.
           88  WS-SHOW-MASKED          VALUE 'Y'.

      *>   fields whose values leave masked (see RUL-MASK-OPTION in
      *>   CMPRULE), from the optional RULEIN; as many as CMPR001's
      *>   rule table holds
       78  WS-MASK-MAX-ENTRIES         VALUE 20.
       01  WS-MASK-COUNT               PIC 9(2) VALUE 0.
       01  WS-MASK-IDX                 PIC 9(2) VALUE 0.
       01  WS-MASK-TABLE.
           05  WS-MASK-ENTRY           OCCURS WS-MASK-MAX-ENTRIES TIMES.
               10  WS-MASK-FIELD-NAME  PIC X(10).
               10  WS-MASK-FIELD-OPT   PIC X(1).
       01  WS-MASK-OPTION              PIC X(1) VALUE SPACE.
           88  WS-MASK-LAST-FOUR       VALUE 'L'.
           88  WS-MASK-TOKEN           VALUE 'T'.
           88  WS-MASK-APPLIES         VALUE 'L' 'T'.
       01  WS-MASK-VALUE               PIC X(100).
       01  WS-MASK-KEEP                PIC X(4).
       01  WS-MASK-LENGTH              PIC 9(3) VALUE 0.
       01  WS-MASK-POS                 PIC 9(3) VALUE 0.
       01  WS-MASK-HASH                PIC 9(11) VALUE 0.
       01  WS-MASK-TOKEN-NO            PIC 9(9) VALUE 0.
      *>   the MASKKEY key (see CMPMKEY), as CMPR001 holds it
       78  WS-MASK-KEY-MIN-LENGTH      VALUE 16.
       01  WS-MASK-KEY                 PIC X(32) VALUE SPACES.
       01  WS-MASK-KEY-LENGTH          PIC 9(2) VALUE 0.
       01  WS-MASK-KEY-POS             PIC 9(2) VALUE 0.
       01  WS-MASK-CHAR                PIC X(1).
       01  WS-MASK-MIX                 PIC 9(11) VALUE 0.
       01  WS-MASK-TOKEN-RULES         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-MASK-RULES
           IF NOT WS-INIT-ERROR
               PERFORM 1055-READ-MASK-KEY
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN INPUT INQ-IN
               IF WS-INQKEY-STATUS NOT = '00'
                   DISPLAY 'CMPR005: UNABLE TO OPEN INQKEY, STATUS='
                       WS-INQKEY-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
               ELSE
                   MOVE 'Y' TO WS-INQKEY-OPEN-SW
                   READ INQ-IN
                       AT END
                           DISPLAY 'CMPR005: INQKEY IS EMPTY, NO KEY '
                               'SUPPLIED'
                           MOVE 'Y' TO WS-INIT-ERROR-SW
                       NOT AT END
                           MOVE INQ-KEY TO WS-SEARCH-KEY
                   END-READ
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN INPUT AUD-IN
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> RULEIN is optional; only the rules that mask a field are
      *> kept (see RUL-MASK-OPTION in CMPRULE).  Without it there is
      *> no telling which fields are sensitive, so 2700 lists no
      *> values at all.  A mask rule that will not fit the table is
      *> an initialization error: its field would otherwise be shown
      *> in the clear.
      *> ---------------------------------------------------------------
       1050-READ-MASK-RULES.
           OPEN INPUT RUL-IN
           IF WS-RULEIN-STATUS = '00'
               MOVE 'Y' TO WS-RULEIN-READ-SW
               PERFORM UNTIL WS-RULEIN-STATUS NOT = '00'
                   READ RUL-IN
                       AT END
                           MOVE '10' TO WS-RULEIN-STATUS
                       NOT AT END
                           IF RUL-MASK-LAST-FOUR OR RUL-MASK-TOKEN
                               IF WS-MASK-COUNT < WS-MASK-MAX-ENTRIES
                                   ADD 1 TO WS-MASK-COUNT
                                   MOVE RUL-FIELD-NAME
                                       TO WS-MASK-FIELD-NAME(WS-MASK-COUNT)
                                   MOVE RUL-MASK-OPTION
                                       TO WS-MASK-FIELD-OPT(WS-MASK-COUNT)
                                   IF RUL-MASK-TOKEN
                                       ADD 1 TO WS-MASK-TOKEN-RULES
                                   END-IF
                               ELSE
                                   DISPLAY 'CMPR005: MASK TABLE FULL, "'
                                       RUL-FIELD-NAME '" CANNOT BE MASKED'
                                   MOVE 'Y' TO WS-INIT-ERROR-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUL-IN
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 1056-READ-MASK-KEY: a token rule
      *> with no usable MASKKEY key stops the inquiry.
      *> ---------------------------------------------------------------
       1055-READ-MASK-KEY.
           OPEN INPUT MKY-IN
           IF WS-MASKKEY-STATUS = '00'
               READ MKY-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MKY-KEY TO WS-MASK-KEY
               END-READ
               CLOSE MKY-IN
           END-IF
           IF WS-MASK-KEY NOT = SPACES
               MOVE 32 TO WS-MASK-KEY-LENGTH
               PERFORM UNTIL WS-MASK-KEY(WS-MASK-KEY-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-MASK-KEY-LENGTH
               END-PERFORM
           END-IF
           IF WS-MASK-TOKEN-RULES > 0
                   AND WS-MASK-KEY-LENGTH < WS-MASK-KEY-MIN-LENGTH
               DISPLAY 'CMPR005: MASKKEY MISSING OR UNDER '
                   WS-MASK-KEY-MIN-LENGTH ' CHARACTERS, '
                   'TOKEN RULES CANNOT BE APPLIED'
               MOVE 'Y' TO WS-INIT-ERROR-SW
           END-IF.

       2000-SHOW-HISTORY.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'COMPARISON HISTORY FOR KEY ' DELIMITED BY SIZE
               ' (ARCHIVE)' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           MOVE ARC-FIELD-NAME TO WS-SHOW-FIELD-NAME
           MOVE ARC-VALUE-1 TO WS-SHOW-VALUE-1
           MOVE ARC-VALUE-2 TO WS-SHOW-VALUE-2
           MOVE ARC-VALUE-3 TO WS-SHOW-VALUE-3
           IF ARC-VALUES-MASKED
               MOVE 'Y' TO WS-SHOW-MASKED-SW
           ELSE
               MOVE 'N' TO WS-SHOW-MASKED-SW
           END-IF
           PERFORM 2700-SHOW-VALUES.

       2100-READ-NEXT-AUDIT-RECORD.
           READ AUD-IN NEXT RECORD
               AUD-TIMESTAMP DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           MOVE AUD-FIELD-NAME TO WS-SHOW-FIELD-NAME
           MOVE AUD-VALUE-1 TO WS-SHOW-VALUE-1
           MOVE AUD-VALUE-2 TO WS-SHOW-VALUE-2
           MOVE AUD-VALUE-3 TO WS-SHOW-VALUE-3
           MOVE 'N' TO WS-SHOW-MASKED-SW
           PERFORM 2700-SHOW-VALUES.

      *> ---------------------------------------------------------------
      *> Side 1 and side 2 on one line, side 3 below them only on a
      *> three-way run.  AUDOUT holds the clear values, so they are
      *> masked here unless CMPR010 masked them on the way out; with
      *> no RULEIN read, clear values are not listed at all.
      *> ---------------------------------------------------------------
       2700-SHOW-VALUES.
           IF NOT WS-SHOW-MASKED AND NOT WS-RULEIN-READ
               MOVE SPACES TO RPT-OUT-LINE
               STRING '      VALUES NOT SHOWN - NO RULEIN TO MASK BY'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               DISPLAY RPT-OUT-LINE
           ELSE
               PERFORM 2705-SHOW-VALUE-LINES
           END-IF.

       2705-SHOW-VALUE-LINES.
           IF NOT WS-SHOW-MASKED
               PERFORM 2750-FIND-MASK-OPTION
               MOVE WS-SHOW-VALUE-1 TO WS-MASK-VALUE
               PERFORM 2760-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-1
               MOVE WS-SHOW-VALUE-2 TO WS-MASK-VALUE
               PERFORM 2760-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-2
               MOVE WS-SHOW-VALUE-3 TO WS-MASK-VALUE
               PERFORM 2760-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-3
           END-IF
           MOVE SPACES TO RPT-OUT-LINE
           STRING '      1: ' WS-SHOW-VALUE-1(1:30)
               '  2: ' WS-SHOW-VALUE-2(1:30)
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-SHOW-VALUE-3 NOT = SPACES
               MOVE SPACES TO RPT-OUT-LINE
               STRING '      3: ' WS-SHOW-VALUE-3(1:30)
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               DISPLAY RPT-OUT-LINE
           END-IF.

       2750-FIND-MASK-OPTION.
           MOVE SPACE TO WS-MASK-OPTION
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > WS-MASK-COUNT
                      OR WS-MASK-FIELD-NAME(WS-MASK-IDX) = WS-SHOW-FIELD-NAME
               CONTINUE
           END-PERFORM
           IF WS-MASK-IDX <= WS-MASK-COUNT
               MOVE WS-MASK-FIELD-OPT(WS-MASK-IDX) TO WS-MASK-OPTION
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2170-MASK-ONE-VALUE and
      *> 2175-MIX-ONE-CHARACTER, so a value masks to the same thing
      *> here as on EXCOUT.
      *> ---------------------------------------------------------------
       2760-MASK-ONE-VALUE.
           IF WS-MASK-APPLIES AND WS-MASK-VALUE NOT = SPACES
               MOVE 100 TO WS-MASK-LENGTH
               PERFORM UNTIL WS-MASK-VALUE(WS-MASK-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-MASK-LENGTH
               END-PERFORM
               IF WS-MASK-LAST-FOUR
                   IF WS-MASK-LENGTH > 4
                       MOVE WS-MASK-VALUE(WS-MASK-LENGTH - 3:4)
                           TO WS-MASK-KEEP
                   ELSE
                       MOVE SPACES TO WS-MASK-KEEP
                   END-IF
                   MOVE SPACES TO WS-MASK-VALUE
                   STRING '****' WS-MASK-KEEP DELIMITED BY SIZE
                       INTO WS-MASK-VALUE
               ELSE
                   MOVE 0 TO WS-MASK-HASH
                   PERFORM VARYING WS-MASK-KEY-POS FROM 1 BY 1
                           UNTIL WS-MASK-KEY-POS > WS-MASK-KEY-LENGTH
                       MOVE WS-MASK-KEY(WS-MASK-KEY-POS:1) TO WS-MASK-CHAR
                       PERFORM 2765-MIX-ONE-CHARACTER
                   END-PERFORM
                   PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                           UNTIL WS-MASK-POS > WS-MASK-LENGTH
                       COMPUTE WS-MASK-KEY-POS = FUNCTION MOD(
                           WS-MASK-POS - 1, WS-MASK-KEY-LENGTH) + 1
                       MOVE WS-MASK-VALUE(WS-MASK-POS:1) TO WS-MASK-CHAR
                       PERFORM 2765-MIX-ONE-CHARACTER
                   END-PERFORM
                   MOVE WS-MASK-HASH TO WS-MASK-TOKEN-NO
                   MOVE SPACES TO WS-MASK-VALUE
                   STRING 'T#' WS-MASK-TOKEN-NO DELIMITED BY SIZE
                       INTO WS-MASK-VALUE
               END-IF
           END-IF.

       2765-MIX-ONE-CHARACTER.
           COMPUTE WS-MASK-MIX = FUNCTION MOD(
               WS-MASK-HASH * 131
               + FUNCTION ORD(WS-MASK-CHAR) * 257
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937)
           COMPUTE WS-MASK-HASH = FUNCTION MOD(
               WS-MASK-MIX * WS-MASK-MIX
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937).

       9000-TERMINATE.
           IF WS-INQKEY-OPEN
