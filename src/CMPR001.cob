      *> and the fields that differ are reported per record.  An
      *> optional RULEIN rules file (see CMPRULE) gives individual
      *> fields their own tolerance, case switch and compare length
      *> in place of the run-wide CNTLIN settings.  An optional CHGIN
      *> feed of approved changes (see CMPCHG) has each covered pair
      *> judged against the value the change request approved, so a
      *> change that never landed or landed wrong is a break even
      *> when the two extracts agree.  A month-end
      *> three-way run (CTL-THREE-WAY-SWITCH) brings CMPR-FIELD-VAL-3
      *> into the compare and majority-votes a disagreement to name
      *> the odd side out.
      *> A rule can also mark a field sensitive, so its values are
      *> masked on EXCOUT; they are compared, and kept on AUDOUT, in
      *> the clear.  Token masking is keyed from MASKKEY (see CMPMKEY).
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR001.
           SELECT OPTIONAL RUL-IN ASSIGN TO RULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEIN-STATUS.
           SELECT OPTIONAL CHG-IN ASSIGN TO CHGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGIN-STATUS.
           SELECT CHGW-IO ASSIGN TO CHGWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGW-PAIR
               FILE STATUS IS WS-CHGWORK-STATUS.
           SELECT OPTIONAL MKY-IN ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKEY-STATUS.
           SELECT OPTIONAL JRN-IN ASSIGN TO JRNLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
                         ==CKPT-STAT-NAME==          BY ==CKPT-OUT-STAT-NAME==
                         ==CKPT-STAT-COMPARED==      BY ==CKPT-OUT-STAT-COMPARED==
                         ==CKPT-STAT-NOT-EQUAL==     BY ==CKPT-OUT-STAT-NOT-EQUAL==
                         ==CKPT-PAIRS-INVALID==      BY ==CKPT-OUT-PAIRS-INVALID==
                         ==CKPT-CHG-LANDED==         BY ==CKPT-OUT-CHG-LANDED==
                         ==CKPT-CHG-MISSED==         BY ==CKPT-OUT-CHG-MISSED==
                         ==CKPT-CHG-WRONG==          BY ==CKPT-OUT-CHG-WRONG==.

       FD  RPT-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  CHG-IN
           RECORDING MODE IS F.
           COPY CMPCHG.

      *> scratch copy of the approved changes due on the business
      *> date, keyed by pair, rebuilt from CHGIN every run
       FD  CHGW-IO
           RECORDING MODE IS F.
           01  CHGW-RECORD.
               05  CHGW-PAIR.
                   10  CHGW-KEY        PIC X(10).
                   10  CHGW-FIELD-NAME PIC X(10).
               05  CHGW-EXPECTED       PIC X(100).
               05  CHGW-REFERENCE      PIC X(12).

       FD  MKY-IN
           RECORDING MODE IS F.
           COPY CMPMKEY.

       FD  JRN-IN
           RECORDING MODE IS F.
           COPY CMPJRNL.

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CMPRLOG.
       01  WS-ALRTOUT-STATUS           PIC X(2).
       01  WS-SUPIN-STATUS             PIC X(2).
       01  WS-RULEIN-STATUS            PIC X(2).
       01  WS-CHGIN-STATUS             PIC X(2).
       01  WS-CHGWORK-STATUS           PIC X(2).
       01  WS-MASKKEY-STATUS           PIC X(2).
       01  WS-JRNLIN-STATUS            PIC X(2).
       01  WS-RUNLOG-STATUS            PIC X(2).
       01  WS-PCT-MATCHED              PIC 9(3)V9(2) VALUE 0.
       01  WS-PCT-MATCHED-ED           PIC ZZ9.99.
           88  WS-PARTOUT-OPEN         VALUE 'Y'.
       01  WS-ALRTOUT-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-ALRTOUT-OPEN         VALUE 'Y'.
       01  WS-CHGWORK-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-CHGWORK-OPEN         VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-FLD-CASE-INSENSITIVE VALUE 'Y'.
       01  WS-FLD-TOLERANCE            PIC 9(7)V9(2) VALUE 0.

      *>   value masking for a sensitive field (see RUL-MASK-OPTION in
      *>   CMPRULE); WS-MASK-VALUE is masked in place by
      *>   2170-MASK-ONE-VALUE under WS-MASK-OPTION
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
      *>   the MASKKEY key (see CMPMKEY) worked into every 'T' token,
      *>   required once any loaded rule asks for one
       78  WS-MASK-KEY-MIN-LENGTH      VALUE 16.
       01  WS-MASK-KEY                 PIC X(32) VALUE SPACES.
       01  WS-MASK-KEY-LENGTH          PIC 9(2) VALUE 0.
       01  WS-MASK-KEY-POS             PIC 9(2) VALUE 0.
       01  WS-MASK-CHAR                PIC X(1).
       01  WS-MASK-MIX                 PIC 9(11) VALUE 0.
       01  WS-MASK-TOKEN-RULES         PIC 9(2) VALUE 0.
      *>   the copies of a pair's values the job log shows, masked
      *>   like EXCOUT's when the field is sensitive
       01  WS-SHOW-VALUE-1             PIC X(20).
       01  WS-SHOW-VALUE-2             PIC X(20).

       01  WS-DATE-IN                  PIC X(10).
       01  WS-DATE-CANON               PIC X(8).
       01  WS-DATE-CANON-1             PIC X(8).
       01  WS-PAIRS-SUPPRESSED         PIC 9(8) VALUE 0.
       01  WS-PAIRS-COUNTABLE          PIC 9(8) VALUE 0.
       01  WS-PAIRS-BROKEN             PIC 9(8) VALUE 0.
       01  WS-PAIRS-CHG-LANDED         PIC 9(8) VALUE 0.
       01  WS-PAIRS-CHG-MISSED         PIC 9(8) VALUE 0.
       01  WS-PAIRS-CHG-WRONG          PIC 9(8) VALUE 0.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-START-TIMESTAMP          PIC X(21).

               10  WS-RULE-TOLERANCE   PIC 9(7)V9(2).
               10  WS-RULE-CASE-SW     PIC X(1).
               10  WS-RULE-CMP-LENGTH  PIC 9(3).
               10  WS-RULE-MASK-OPTION PIC X(1).

      *>   approved changes from CHGIN due on this run's business date
      *>   only (see CMPCHG), held on CHGWORK; WS-CHANGE-RESULT is the
      *>   pair's 'CHL', 'CHM' or 'CHW', spaces when no change covers
      *>   it, and WS-RESULT-VALUES keeps value 1 against value 2's
      *>   result while value 2 is judged against the approved value
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-CHANGE-RESULT            PIC X(3) VALUE SPACES.
       01  WS-RESULT-VALUES            PIC X(2).
       01  WS-CHG-NOT-LOADED-COUNT     PIC 9(7) VALUE 0.

      *>   the change-journal entry last applied to each of
      *>   the rules file, the suppression list and the control card
      *>   before this run started (see CMPJRNL), for the summary to
      *>   name the configuration the run compared under
       01  WS-JRNL-IDX                 PIC 9(1) VALUE 0.
       01  WS-JRNL-IN-EFFECT-TABLE.
           05  WS-JRNL-IN-EFFECT       OCCURS 3 TIMES.
               10  WS-JRNL-FOUND-SW    PIC X(1) VALUE 'N'.
                   88  WS-JRNL-FOUND   VALUE 'Y'.
               10  WS-JRNL-SEQ-NO      PIC 9(8) VALUE 0.
               10  WS-JRNL-DATE        PIC X(8) VALUE SPACES.
               10  WS-JRNL-REQUESTER   PIC X(8) VALUE SPACES.
       01  WS-JRNL-TEXT                PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1055-READ-SUPPRESSION-LIST
           PERFORM 1057-READ-RULES-LIST
           PERFORM 1056-READ-MASK-KEY
           PERFORM 1058-READ-CHANGE-FEED
           PERFORM 1059-READ-CHANGE-JOURNAL
           PERFORM 1060-READ-CHECKPOINT
           PERFORM 1070-OPEN-CHECKPOINT-OUT
           PERFORM 1075-OPEN-PARTITION-OUT
                       MOVE CTL-KEY-RANGE-LOW TO WS-KEY-RANGE-LOW
                       MOVE CTL-KEY-RANGE-HIGH TO WS-KEY-RANGE-HIGH
                       MOVE CTL-THREE-WAY-SWITCH TO WS-THREE-WAY-SW
                       IF CTL-BUSINESS-DATE IS NUMERIC
                           MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CTL-IN
           END-IF
           IF WS-BUSINESS-DATE = 0
               MOVE WS-START-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           END-IF.

      *> ---------------------------------------------------------------
      *> SUPIN is an optional list of accounts under active dispute or
      *> with a documented, approved variance (see CMPSUPP); loaded
      *> once here so 2045-CHECK-SUPPRESSION can look it up per field
      *> without reopening the file for every record.  An entry whose
      *> SUP-EXPIRY-DATE is before the business date no longer
      *> suppresses anything; CMPR018 moves it off the list.
      *> ---------------------------------------------------------------
       1055-READ-SUPPRESSION-LIST.
           OPEN INPUT SUP-IN
                       AT END
                           MOVE '10' TO WS-SUPIN-STATUS
                       NOT AT END
                           IF SUP-EXPIRY-DATE IS NUMERIC
                                   AND SUP-EXPIRY-DATE > 0
                                   AND SUP-EXPIRY-DATE < WS-BUSINESS-DATE
                               DISPLAY 'CMPR001: SUPPRESSION FOR "'
                                   SUP-KEY '" EXPIRED ' SUP-EXPIRY-DATE
                                   ', NOT APPLIED'
                           ELSE
                               IF WS-SUPP-COUNT < WS-SUPP-MAX-ENTRIES
                                   ADD 1 TO WS-SUPP-COUNT
                                   MOVE SUP-KEY
                                       TO WS-SUPP-KEY(WS-SUPP-COUNT)
                                   MOVE SUP-FIELD-NAME
                                       TO WS-SUPP-FIELD-NAME(WS-SUPP-COUNT)
                               ELSE
                                   DISPLAY 'CMPR001: SUPPRESSION TABLE '
                                       'FULL, "' SUP-KEY '" NOT SUPPRESSED'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUP-IN
           END-IF.

      *> ---------------------------------------------------------------
      *> MASKKEY holds the key 2170-MASK-ONE-VALUE works into every 'T'
      *> token (see CMPMKEY).  It is read after the rules, and only
      *> matters when one of them asks for a token: a token worked
      *> without a key could be matched to its value by anyone who
      *> can guess the value, so that run stops here instead.
      *> ---------------------------------------------------------------
       1056-READ-MASK-KEY.
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
               DISPLAY 'CMPR001: MASKKEY MISSING OR UNDER '
                   WS-MASK-KEY-MIN-LENGTH ' CHARACTERS, '
                   'TOKEN RULES CANNOT BE APPLIED'
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

      *> ---------------------------------------------------------------
      *> RULEIN is an optional list of per-field compare rules (see
      *> CMPRULE), loaded once here so 2005-APPLY-FIELD-RULE can look
                       NOT AT END
                           IF WS-RULE-COUNT < WS-RULE-MAX-ENTRIES
                               ADD 1 TO WS-RULE-COUNT
                               IF RUL-MASK-TOKEN
                                   ADD 1 TO WS-MASK-TOKEN-RULES
                               END-IF
                               MOVE RUL-FIELD-NAME
                                   TO WS-RULE-FIELD-NAME(WS-RULE-COUNT)
                               MOVE RUL-NUMERIC-TOLERANCE
                                   TO WS-RULE-CASE-SW(WS-RULE-COUNT)
                               MOVE RUL-CMP-LENGTH
                                   TO WS-RULE-CMP-LENGTH(WS-RULE-COUNT)
                               MOVE RUL-MASK-OPTION
                                   TO WS-RULE-MASK-OPTION(WS-RULE-COUNT)
                           ELSE
                               DISPLAY 'CMPR001: RULE TABLE FULL, "'
                                   RUL-FIELD-NAME '" RULE IGNORED'
               CLOSE RUL-IN
           END-IF.

      *> ---------------------------------------------------------------
      *> CHGIN is an optional feed of approved changes (see CMPCHG);
      *> only the changes due on this run's business date are loaded,
      *> into CHGWORK, a scratch indexed file keyed by key/field pair
      *> that is emptied and refilled every run (the way CMPR009 and
      *> CMPR018 hold the suppression list on SUPWORK), so a busy
      *> change day has no table limit and 2047-CHECK-APPROVED-CHANGE
      *> finds a pair's change with one keyed read.  The first change
      *> on file for a pair is the one verified; a later one for the
      *> same pair is named and left out.  A change that cannot be
      *> loaded for any other reason goes unverified, and the run
      *> ends RC 4 at least so it is not missed.
      *> ---------------------------------------------------------------
       1058-READ-CHANGE-FEED.
           OPEN INPUT CHG-IN
           IF WS-CHGIN-STATUS = '00'
               OPEN OUTPUT CHGW-IO
               IF WS-CHGWORK-STATUS = '00'
                   CLOSE CHGW-IO
                   OPEN I-O CHGW-IO
               END-IF
               IF WS-CHGWORK-STATUS NOT = '00'
                   DISPLAY 'CMPR001: UNABLE TO OPEN CHGWORK, STATUS='
                       WS-CHGWORK-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE '10' TO WS-CHGIN-STATUS
               ELSE
                   MOVE 'Y' TO WS-CHGWORK-OPEN-SW
               END-IF
               PERFORM UNTIL WS-CHGIN-STATUS NOT = '00'
                   READ CHG-IN
                       AT END
                           MOVE '10' TO WS-CHGIN-STATUS
                       NOT AT END
                           IF CHG-EFFECTIVE-DATE IS NUMERIC
                                   AND CHG-EFFECTIVE-DATE = WS-BUSINESS-DATE
                               PERFORM 1062-LOAD-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHG-IN
           END-IF.

       1062-LOAD-ONE-CHANGE.
           MOVE CHG-KEY TO CHGW-KEY
           MOVE CHG-FIELD-NAME TO CHGW-FIELD-NAME
           MOVE CHG-EXPECTED-VALUE TO CHGW-EXPECTED
           MOVE CHG-REFERENCE TO CHGW-REFERENCE
           WRITE CHGW-RECORD
           EVALUATE WS-CHGWORK-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   DISPLAY 'CMPR001: CHANGE ' CHG-REFERENCE ' FOR "'
                       CHG-KEY '" REPEATS A PAIR ALREADY LOADED, '
                       'NOT VERIFIED'
                   ADD 1 TO WS-CHG-NOT-LOADED-COUNT
               WHEN OTHER
                   DISPLAY 'CMPR001: WRITE TO CHGWORK FAILED, STATUS='
                       WS-CHGWORK-STATUS ', CHANGE ' CHG-REFERENCE
                       ' NOT VERIFIED'
                   ADD 1 TO WS-CHG-NOT-LOADED-COUNT
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> JRNLIN is the optional control-file change journal (see
      *> CMPJRNL) CMPR019, CMPR009 and CMPR018 append to.
      *> For each target file the last entry journaled before this run
      *> started is the one the run's RULEIN, SUPIN or CNTLIN reflects;
      *> entries stamped after the start belong to the next run.
      *> ---------------------------------------------------------------
       1059-READ-CHANGE-JOURNAL.
           OPEN INPUT JRN-IN
           IF WS-JRNLIN-STATUS = '00'
               PERFORM UNTIL WS-JRNLIN-STATUS NOT = '00'
                   READ JRN-IN
                       AT END
                           MOVE '10' TO WS-JRNLIN-STATUS
                       NOT AT END
                           EVALUATE TRUE
                               WHEN JRN-TARGET-RULES
                                   MOVE 1 TO WS-JRNL-IDX
                               WHEN JRN-TARGET-SUPPRESSION
                                   MOVE 2 TO WS-JRNL-IDX
                               WHEN JRN-TARGET-CONTROL
                                   MOVE 3 TO WS-JRNL-IDX
                               WHEN OTHER
                                   MOVE 0 TO WS-JRNL-IDX
                           END-EVALUATE
                           IF WS-JRNL-IDX > 0
                                   AND JRN-SEQ-NO IS NUMERIC
                                   AND JRN-TIMESTAMP(1:16)
                                       <= WS-START-TIMESTAMP(1:16)
                                   AND JRN-SEQ-NO
                                       >= WS-JRNL-SEQ-NO(WS-JRNL-IDX)
                               MOVE 'Y' TO WS-JRNL-FOUND-SW(WS-JRNL-IDX)
                               MOVE JRN-SEQ-NO
                                   TO WS-JRNL-SEQ-NO(WS-JRNL-IDX)
                               MOVE JRN-TIMESTAMP(1:8)
                                   TO WS-JRNL-DATE(WS-JRNL-IDX)
                               MOVE JRN-REQUESTER
                                   TO WS-JRNL-REQUESTER(WS-JRNL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRN-IN
           END-IF.

       1060-READ-CHECKPOINT.
           OPEN INPUT CKPT-IN
           IF WS-CKPTIN-STATUS = '00'
                           ELSE
                               MOVE 0 TO WS-PAIRS-INVALID
                           END-IF
                           IF CKPT-CHG-LANDED IS NUMERIC
                                   AND CKPT-CHG-MISSED IS NUMERIC
                                   AND CKPT-CHG-WRONG IS NUMERIC
                               MOVE CKPT-CHG-LANDED TO WS-PAIRS-CHG-LANDED
                               MOVE CKPT-CHG-MISSED TO WS-PAIRS-CHG-MISSED
                               MOVE CKPT-CHG-WRONG TO WS-PAIRS-CHG-WRONG
                           ELSE
                               MOVE 0 TO WS-PAIRS-CHG-LANDED
                               MOVE 0 TO WS-PAIRS-CHG-MISSED
                               MOVE 0 TO WS-PAIRS-CHG-WRONG
                           END-IF
                           IF CKPT-STAT-COUNT IS NUMERIC
                               MOVE CKPT-STAT-COUNT TO WS-STAT-COUNT
                               MOVE CKPT-FIELD-STAT-TABLE
               MOVE SPACE TO WS-OUTLIER
           END-IF
           PERFORM 2045-CHECK-SUPPRESSION
           PERFORM 2047-CHECK-APPROVED-CHANGE
           IF WS-CHANGE-RESULT NOT = SPACES
               PERFORM 2048-COUNT-CHANGE-RESULT
           ELSE
               IF WS-RESULT-CODE = 'EQ' THEN
                   DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                       ' is equal'
                   ADD 1 TO WS-PAIRS-EQUAL
               ELSE
                   IF WS-SUPPRESSED
                       DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                           ' is not equal (SUPPRESSED)'
                       MOVE 'Y' TO WS-RECORD-SUPPRESSED-SW
                       ADD 1 TO WS-PAIRS-SUPPRESSED
                   ELSE
                       IF WS-RESULT-CODE = 'IV'
                           MOVE WS-AREA-1 TO WS-MASK-VALUE
                           PERFORM 2170-MASK-ONE-VALUE
                           MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-1
                           MOVE WS-AREA-2 TO WS-MASK-VALUE
                           PERFORM 2170-MASK-ONE-VALUE
                           MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-2
                           DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                               ' has an invalid date: "'
                               WS-SHOW-VALUE-1(1:11) '" vs "'
                               WS-SHOW-VALUE-2(1:11) '"'
                           MOVE 'Y' TO WS-RECORD-MISMATCH-SW
                           ADD 1 TO WS-PAIRS-INVALID
                       ELSE
                           DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                               ' is not equal'
                           MOVE 'Y' TO WS-RECORD-MISMATCH-SW
                           ADD 1 TO WS-PAIRS-NOT-EQUAL
                           IF WS-THREE-WAY
                               PERFORM 2110-SHOW-OUTLIER
                           ELSE
                               PERFORM 2100-SHOW-MISMATCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE WS-LENGTH TO WS-FLD-LENGTH
           MOVE WS-CASE-SWITCH TO WS-FLD-CASE-SW
           MOVE WS-NUMERIC-TOLERANCE TO WS-FLD-TOLERANCE
           MOVE SPACE TO WS-MASK-OPTION
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-FIELD-NAME(WS-RULE-IDX) =
           END-PERFORM
           IF WS-RULE-IDX <= WS-RULE-COUNT
               MOVE WS-RULE-TOLERANCE(WS-RULE-IDX) TO WS-FLD-TOLERANCE
               MOVE WS-RULE-MASK-OPTION(WS-RULE-IDX) TO WS-MASK-OPTION
               IF WS-RULE-CASE-SW(WS-RULE-IDX) NOT = SPACES
                   MOVE WS-RULE-CASE-SW(WS-RULE-IDX) TO WS-FLD-CASE-SW
               END-IF
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> Reads WS-FIELD-IDX's key/field-name pair from the approved
      *> changes 1058-READ-CHANGE-FEED loaded onto CHGWORK.  On a match,
      *> value 2 is judged against the approved value with the field's
      *> own comparator (tolerance, case, date forms): equal is 'CHL',
      *> the change landed; otherwise values 1 and 2 still agreeing is
      *> 'CHM', it never landed, and anything else is 'CHW', it landed
      *> with the wrong value.  'CHL' then counts as an EQ and 'CHM'/
      *> 'CHW' as an NE - and, since suppression only hides a known
      *> variance, never a failed approved change, a suppressed pair
      *> is unsuppressed.
      *> ---------------------------------------------------------------
       2047-CHECK-APPROVED-CHANGE.
           MOVE SPACES TO WS-CHANGE-RESULT
           IF WS-CHGWORK-OPEN
               MOVE CMPR-KEY TO CHGW-KEY
               MOVE CMPR-FIELD-NAME(WS-FIELD-IDX) TO CHGW-FIELD-NAME
               READ CHGW-IO
                   INVALID KEY
                       MOVE '23' TO WS-CHGWORK-STATUS
               END-READ
           ELSE
               MOVE '23' TO WS-CHGWORK-STATUS
           END-IF
           IF WS-CHGWORK-STATUS = '00'
               MOVE WS-RESULT-CODE TO WS-RESULT-VALUES
               IF WS-FLD-CASE-INSENSITIVE
                   MOVE FUNCTION UPPER-CASE(CHGW-EXPECTED)
                       TO WS-PAIR-AREA-1
               ELSE
                   MOVE CHGW-EXPECTED TO WS-PAIR-AREA-1
               END-IF
               MOVE WS-CMP-AREA-2 TO WS-PAIR-AREA-2
               PERFORM 2015-COMPARE-ONE-PAIR
               EVALUATE TRUE
                   WHEN WS-RESULT-CODE = 'EQ'
                       MOVE 'CHL' TO WS-CHANGE-RESULT
                   WHEN WS-RESULT-VALUES = 'EQ'
                       MOVE 'CHM' TO WS-CHANGE-RESULT
                       MOVE 'NE' TO WS-RESULT-CODE
                   WHEN OTHER
                       MOVE 'CHW' TO WS-CHANGE-RESULT
                       MOVE 'NE' TO WS-RESULT-CODE
               END-EVALUATE
               MOVE 'N' TO WS-SUPPRESSED-SW
           END-IF.

      *> ---------------------------------------------------------------
      *> The wrong-value message shows the first 20 characters of each
      *> value, masked through 2170 for a sensitive field exactly as
      *> EXCOUT masks them, so the job log never carries what EXCOUT
      *> does not.
      *> ---------------------------------------------------------------
       2048-COUNT-CHANGE-RESULT.
           EVALUATE WS-CHANGE-RESULT
               WHEN 'CHL'
                   DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                       ' approved change ' CHGW-REFERENCE
                       ' landed'
                   ADD 1 TO WS-PAIRS-EQUAL
                   ADD 1 TO WS-PAIRS-CHG-LANDED
               WHEN 'CHM'
                   DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                       ' approved change ' CHGW-REFERENCE
                       ' did not land'
                   MOVE 'Y' TO WS-RECORD-MISMATCH-SW
                   ADD 1 TO WS-PAIRS-NOT-EQUAL
                   ADD 1 TO WS-PAIRS-CHG-MISSED
               WHEN OTHER
                   MOVE WS-AREA-2 TO WS-MASK-VALUE
                   PERFORM 2170-MASK-ONE-VALUE
                   MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-1
                   MOVE CHGW-EXPECTED TO WS-MASK-VALUE
                   PERFORM 2170-MASK-ONE-VALUE
                   MOVE WS-MASK-VALUE TO WS-SHOW-VALUE-2
                   DISPLAY '  Field ' CMPR-FIELD-NAME(WS-FIELD-IDX)
                       ' approved change ' CHGW-REFERENCE
                       ' landed with the wrong value: "'
                       WS-SHOW-VALUE-1 '" vs "'
                       WS-SHOW-VALUE-2 '"'
                   MOVE 'Y' TO WS-RECORD-MISMATCH-SW
                   ADD 1 TO WS-PAIRS-NOT-EQUAL
                   ADD 1 TO WS-PAIRS-CHG-WRONG
           END-EVALUATE.

       2040-RECORD-FIELD-STAT.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
           MOVE WS-AREA-2 TO AUD-VALUE-2
           MOVE WS-AREA-3 TO AUD-VALUE-3
           MOVE WS-OUTLIER TO AUD-OUTLIER
           MOVE CMPR-FIELD-TYPE(WS-FIELD-IDX) TO AUD-FIELD-TYPE
           IF CMPR-CMP-LENGTH > 100
               MOVE 100 TO AUD-CMP-LENGTH
           ELSE
               MOVE CMPR-CMP-LENGTH TO AUD-CMP-LENGTH
           END-IF
           MOVE SPACES TO AUD-EXPECTED-VALUE
           MOVE SPACES TO AUD-CHANGE-REF
           MOVE SPACE TO AUD-MASKED-SW
           EVALUATE TRUE
               WHEN WS-CHANGE-RESULT NOT = SPACES
                   MOVE WS-CHANGE-RESULT TO AUD-RESULT
                   MOVE CHGW-EXPECTED TO AUD-EXPECTED-VALUE
                   MOVE CHGW-REFERENCE TO AUD-CHANGE-REF
               WHEN WS-RESULT-CODE NOT = 'EQ' AND WS-SUPPRESSED
                   MOVE 'SUP' TO AUD-RESULT
               WHEN OTHER
                   MOVE WS-RESULT-CODE TO AUD-RESULT
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           WRITE CMPR-AUDIT-RECORD
           MOVE WS-AREA-3 TO EXC-VALUE-3
           MOVE WS-OUTLIER TO EXC-OUTLIER
           MOVE WS-TIMESTAMP TO EXC-TIMESTAMP
           MOVE SPACE TO EXC-BREAK-TYPE
           MOVE SPACE TO EXC-MISSING-SIDE
           MOVE CMPR-FIELD-TYPE(WS-FIELD-IDX) TO EXC-FIELD-TYPE
           MOVE WS-FLD-LENGTH TO EXC-CMP-LENGTH
           IF WS-CHANGE-RESULT NOT = SPACES
               MOVE WS-CHANGE-RESULT TO EXC-RESULT
               MOVE CHGW-EXPECTED TO EXC-EXPECTED-VALUE
               MOVE CHGW-REFERENCE TO EXC-CHANGE-REF
           ELSE
               MOVE WS-RESULT-CODE TO EXC-RESULT
               MOVE SPACES TO EXC-EXPECTED-VALUE
               MOVE SPACES TO EXC-CHANGE-REF
           END-IF
      *>   the pair was judged on the clear values above; only the
      *>   copies that leave for the correction team are masked
           IF WS-MASK-APPLIES
               MOVE 'Y' TO EXC-MASKED-SW
               MOVE EXC-VALUE-1 TO WS-MASK-VALUE
               PERFORM 2170-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO EXC-VALUE-1
               MOVE EXC-VALUE-2 TO WS-MASK-VALUE
               PERFORM 2170-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO EXC-VALUE-2
               MOVE EXC-VALUE-3 TO WS-MASK-VALUE
               PERFORM 2170-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO EXC-VALUE-3
               MOVE EXC-EXPECTED-VALUE TO WS-MASK-VALUE
               PERFORM 2170-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO EXC-EXPECTED-VALUE
           ELSE
               MOVE SPACE TO EXC-MASKED-SW
           END-IF
           WRITE CMPR-EXCEPTION-RECORD
           IF WS-EXCOUT-STATUS NOT = '00'
               DISPLAY 'CMPR001: WRITE TO EXCOUT FAILED, STATUS='
                   WS-EXCOUT-STATUS ' FOR RECORD ' CMPR-KEY
           END-IF.

      *> ---------------------------------------------------------------
      *> Masks WS-MASK-VALUE in place under WS-MASK-OPTION (see
      *> RUL-MASK-OPTION in CMPRULE).  'L' keeps the last four
      *> characters behind '****' (a value of four or fewer shows as
      *> '****' alone).  'T' replaces the value with 'T#' and a nine-
      *> digit token worked from the MASKKEY key and then every
      *> character up to the last non-blank, each mixed with a key
      *> character by 2175, so the same value always gives the same
      *> token and two sides that differ can still be seen to, but
      *> nobody without the key can work a guessed value's token.  A
      *> blank value stays blank.  CMPR005, CMPR010 and CMPR018 mask
      *> with the same paragraphs and the same key; keep them in
      *> step, or a token there will not match the one on EXCOUT.
      *> ---------------------------------------------------------------
       2170-MASK-ONE-VALUE.
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
                       PERFORM 2175-MIX-ONE-CHARACTER
                   END-PERFORM
                   PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                           UNTIL WS-MASK-POS > WS-MASK-LENGTH
                       COMPUTE WS-MASK-KEY-POS = FUNCTION MOD(
                           WS-MASK-POS - 1, WS-MASK-KEY-LENGTH) + 1
                       MOVE WS-MASK-VALUE(WS-MASK-POS:1) TO WS-MASK-CHAR
                       PERFORM 2175-MIX-ONE-CHARACTER
                   END-PERFORM
                   MOVE WS-MASK-HASH TO WS-MASK-TOKEN-NO
                   MOVE SPACES TO WS-MASK-VALUE
                   STRING 'T#' WS-MASK-TOKEN-NO DELIMITED BY SIZE
                       INTO WS-MASK-VALUE
               END-IF
           END-IF.

       2175-MIX-ONE-CHARACTER.
           COMPUTE WS-MASK-MIX = FUNCTION MOD(
               WS-MASK-HASH * 131
               + FUNCTION ORD(WS-MASK-CHAR) * 257
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937)
           COMPUTE WS-MASK-HASH = FUNCTION MOD(
               WS-MASK-MIX * WS-MASK-MIX
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937).

       2200-WRITE-CHECKPOINT.
           IF WS-CKPTOUT-OPEN
               AND WS-CKPT-INTERVAL > 0
               MOVE WS-PAIRS-NOT-EQUAL TO CKPT-OUT-PAIRS-NOT-EQUAL
               MOVE WS-PAIRS-SUPPRESSED TO CKPT-OUT-PAIRS-SUPPRESSED
               MOVE WS-PAIRS-INVALID TO CKPT-OUT-PAIRS-INVALID
               MOVE WS-PAIRS-CHG-LANDED TO CKPT-OUT-CHG-LANDED
               MOVE WS-PAIRS-CHG-MISSED TO CKPT-OUT-CHG-MISSED
               MOVE WS-PAIRS-CHG-WRONG TO CKPT-OUT-CHG-WRONG
               MOVE WS-AUD-SEQ TO CKPT-OUT-AUD-SEQ-NO
               MOVE WS-STAT-COUNT TO CKPT-OUT-STAT-COUNT
               MOVE WS-FIELD-STAT-TABLE TO CKPT-OUT-FIELD-STAT-TABLE
                   MOVE WS-AREA-2(WS-SCAN-IDX:1) TO WS-DIFF-CHAR-2
               END-IF
           END-PERFORM
      *>   a sensitive field's characters stay off the job log
           IF WS-DIFF-FOUND
               IF WS-MASK-APPLIES
                   DISPLAY '  First difference at offset ' WS-DIFF-OFFSET
               ELSE
                   DISPLAY '  First difference at offset ' WS-DIFF-OFFSET
                       ' : "' WS-DIFF-CHAR-1 '" vs "' WS-DIFF-CHAR-2 '"'
               END-IF
           END-IF.

       2110-SHOW-OUTLIER.
           IF WS-EXCOUT-OPEN
               CLOSE EXC-OUT
           END-IF
           IF WS-CHGWORK-OPEN
               CLOSE CHGW-IO
           END-IF
           PERFORM 9050-SHOW-SUMMARY
           IF WS-SUMRPT-OPEN
               CLOSE RPT-OUT
           DISPLAY '  Pairs not equal       : ' WS-PAIRS-NOT-EQUAL
           DISPLAY '  Pairs w/ invalid date : ' WS-PAIRS-INVALID
           DISPLAY '  Pairs suppressed      : ' WS-PAIRS-SUPPRESSED
           DISPLAY '  Approved chg landed   : ' WS-PAIRS-CHG-LANDED
           DISPLAY '  Approved chg missed   : ' WS-PAIRS-CHG-MISSED
           DISPLAY '  Approved chg wrong    : ' WS-PAIRS-CHG-WRONG
           DISPLAY '  Approved chg unloaded : ' WS-CHG-NOT-LOADED-COUNT
           DISPLAY '  Percentage matched    : ' WS-PCT-MATCHED-ED '%'
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1 UNTIL WS-JRNL-IDX > 3
               PERFORM 9055-FORMAT-JOURNAL-TEXT
               DISPLAY '  ' WS-JRNL-TEXT
           END-PERFORM
           DISPLAY '==================================================='
           IF WS-SUMRPT-OPEN
               MOVE SPACES TO RPT-OUT-LINE
                   WS-PAIRS-SUPPRESSED DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
      *>       landed changes are already in the equal count and
      *>       missed/wrong ones in the not-equal count; these lines
      *>       are the change-management evidence for the run
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'Approved chg landed   : ' DELIMITED BY SIZE
                   WS-PAIRS-CHG-LANDED DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'Approved chg missed   : ' DELIMITED BY SIZE
                   WS-PAIRS-CHG-MISSED DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'Approved chg wrong    : ' DELIMITED BY SIZE
                   WS-PAIRS-CHG-WRONG DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'Approved chg unloaded : ' DELIMITED BY SIZE
                   WS-CHG-NOT-LOADED-COUNT DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'Percentage matched    : ' DELIMITED BY SIZE
                   WS-PCT-MATCHED-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
      *>       the change-journal entries in effect, so the figures
      *>       above can be tied to the rules, suppressions and
      *>       control card they were produced under
               PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                       UNTIL WS-JRNL-IDX > 3
                   PERFORM 9055-FORMAT-JOURNAL-TEXT
                   MOVE WS-JRNL-TEXT TO RPT-OUT-LINE
                   WRITE RPT-OUT-LINE
               END-PERFORM
               IF WS-SUMRPT-STATUS NOT = '00'
                   DISPLAY 'CMPR001: WRITE TO SUMRPT FAILED, STATUS='
                       WS-SUMRPT-STATUS
               END-IF
           END-IF.

       9055-FORMAT-JOURNAL-TEXT.
           MOVE SPACES TO WS-JRNL-TEXT
           EVALUATE WS-JRNL-IDX
               WHEN 1
                   MOVE 'Rules journal entry   : ' TO WS-JRNL-TEXT
               WHEN 2
                   MOVE 'Suppress journal entry: ' TO WS-JRNL-TEXT
               WHEN OTHER
                   MOVE 'Control journal entry : ' TO WS-JRNL-TEXT
           END-EVALUATE
           IF WS-JRNL-FOUND(WS-JRNL-IDX)
               STRING WS-JRNL-SEQ-NO(WS-JRNL-IDX) ' '
                   WS-JRNL-DATE(WS-JRNL-IDX) ' '
                   WS-JRNL-REQUESTER(WS-JRNL-IDX)
                   DELIMITED BY SIZE
                   INTO WS-JRNL-TEXT(25:26)
           ELSE
               MOVE 'NONE' TO WS-JRNL-TEXT(25:4)
           END-IF.

       9060-SHOW-FIELD-BREAKDOWN.
           DISPLAY 'CMPR001 MISMATCH FREQUENCY BY FIELD'
           IF WS-SUMRPT-OPEN
      *>   have tripped on the same pairs
           COMPUTE WS-PAIRS-BROKEN =
               WS-PAIRS-NOT-EQUAL + WS-PAIRS-INVALID
      *>   a change that could not be loaded onto CHGWORK was never
      *>   verified, so a run otherwise clean still ends RC 4
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PAIRS-BROKEN = 0
                   IF WS-CHG-NOT-LOADED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-MISMATCH-THRESHOLD > 0
                           AND WS-PAIRS-BROKEN > WS-MISMATCH-THRESHOLD
