       >>SOURCE FORMAT FREE
      *> ---------------------------------------------------------------
      *> CMPR016 - what-if replay of a proposed RULEIN/CNTLIN.
      *>
      *> Re-judges the value pairs already stored on the AUDOUT audit
      *> trail (see CMPAUD), for the run dates named on the SIMCTL
      *> card (see CMPSIMC), under a proposed rules file (PRULEIN, see
      *> CMPRULE) and control card (PCNTLIN, see CMPCTL) - so the
      *> effect of a looser tolerance, a new case rule or a shorter
      *> compare length is known, and can be shown to audit, before
      *> the change goes into production RULEIN/CNTLIN.  SIMRPT lists,
      *> per run date and per field, how many stored NE/IV/SUP results
      *> would now compare equal and how many stored EQs would now
      *> break, and whether the run's breaks would pass the proposed
      *> mismatch threshold.
      *>
      *> The comparison is CMPR001's own: 2005, 2012, 2015, 2020,
      *> 2025, 2027, 2030 and 2050 below are copies of the paragraphs
      *> of the same numbers there and must be kept in step with them.
      *> The proposed card's key range limits the replay as it would
      *> limit a run, and its three-way switch decides whether the
      *> stored third values are voted.  Suppression is not replayed:
      *> a SUP pair that would still break stays suppressed, and an EQ
      *> that would break is counted as a break.  Audit records
      *> written before AUD-FIELD-TYPE/AUD-CMP-LENGTH existed cannot
      *> be re-judged faithfully and are counted, not replayed, and so
      *> are approved-change results ('CHL'/'CHM'/'CHW'), which turn
      *> on the CHGIN feed rather than on the rules.
      *>
      *> AUDOUT is opened INPUT only; nothing in production - AUDOUT,
      *> EXCOUT, TRNDOUT - is written.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR016.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMC-IN ASSIGN TO SIMCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMCTL-STATUS.
           SELECT OPTIONAL CTL-IN ASSIGN TO PCNTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCNTLIN-STATUS.
           SELECT OPTIONAL RUL-IN ASSIGN TO PRULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRULEIN-STATUS.
           SELECT AUD-IN ASSIGN TO AUDOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-SEQ-NO
               ALTERNATE RECORD KEY IS AUD-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT RPT-OUT ASSIGN TO SIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMC-IN
           RECORDING MODE IS F.
           COPY CMPSIMC.

       FD  CTL-IN
           RECORDING MODE IS F.
           COPY CMPCTL.

       FD  RUL-IN
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  AUD-IN
           RECORDING MODE IS F.
           COPY CMPAUD.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SIMCTL-STATUS            PIC X(2).
       01  WS-PCNTLIN-STATUS           PIC X(2).
       01  WS-PRULEIN-STATUS           PIC X(2).
       01  WS-AUDOUT-STATUS            PIC X(2).
       01  WS-SIMRPT-STATUS            PIC X(2).
       01  WS-AUDOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-AUDOUT-OPEN          VALUE 'Y'.
       01  WS-SIMRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-SIMRPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.

       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-AUD-DATE                 PIC X(8).
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      *>   the proposed control card's settings, defaulted the way
      *>   CMPR001 defaults them when CNTLIN is absent
       01  WS-CASE-SWITCH              PIC X(1) VALUE 'N'.
       01  WS-THREE-WAY-SW             PIC X(1) VALUE 'N'.
           88  WS-THREE-WAY            VALUE 'Y'.
       01  WS-MISMATCH-THRESHOLD       PIC 9(5) VALUE 0.
       01  WS-CMP-LENGTH-OVERRIDE      PIC 9(3) VALUE 0.
       01  WS-NUMERIC-TOLERANCE        PIC 9(7)V9(2) VALUE 0.
       01  WS-KEY-RANGE-LOW            PIC X(10) VALUE SPACES.
       01  WS-KEY-RANGE-HIGH           PIC X(10) VALUE SPACES.

       01  WS-AREA-1                   PIC X(100).
       01  WS-AREA-2                   PIC X(100).
       01  WS-AREA-3                   PIC X(100).
       01  WS-CMP-AREA-1               PIC X(100).
       01  WS-CMP-AREA-2               PIC X(100).
       01  WS-CMP-AREA-3               PIC X(100).
       01  WS-PAIR-AREA-1              PIC X(100).
       01  WS-PAIR-AREA-2              PIC X(100).
       01  WS-LENGTH                   PIC 9(3) VALUE 0.
       01  WS-FIELD-TYPE               PIC X(1).
           88  WS-FIELD-TYPE-NUMERIC   VALUE 'N'.
           88  WS-FIELD-TYPE-DATE      VALUE 'D'.

      *>   effective settings for the field pair being re-judged, as
      *>   in CMPR001
       01  WS-FLD-LENGTH               PIC 9(3) VALUE 0.
       01  WS-FLD-CASE-SW              PIC X(1) VALUE 'N'.
           88  WS-FLD-CASE-INSENSITIVE VALUE 'Y'.
       01  WS-FLD-TOLERANCE            PIC 9(7)V9(2) VALUE 0.

       01  WS-DATE-IN                  PIC X(10).
       01  WS-DATE-CANON               PIC X(8).
       01  WS-DATE-CANON-1             PIC X(8).
       01  WS-DATE-INTEGER             PIC 9(8) COMP VALUE 0.
       01  WS-DATE-VALID-SW            PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID           VALUE 'Y'.
       01  WS-DATE-VALID-1-SW          PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID-1         VALUE 'Y'.

       01  WS-RESULT-CODE              PIC X(2).
       01  WS-RESULT-12                PIC X(2).
       01  WS-RESULT-13                PIC X(2).
       01  WS-RESULT-23                PIC X(2).
       01  WS-EQ-PAIR-COUNT            PIC 9(1) VALUE 0.
       01  WS-OUTLIER                  PIC X(1) VALUE SPACE.
       01  WS-NUM-1                    PIC S9(9)V9(2) COMP-3 VALUE 0.
       01  WS-NUM-2                    PIC S9(9)V9(2) COMP-3 VALUE 0.
       01  WS-NUM-DIFF                 PIC S9(9)V9(2) COMP-3 VALUE 0.

       78  WS-RULE-MAX-ENTRIES         VALUE 20.
       01  WS-RULE-COUNT               PIC 9(2) VALUE 0.
       01  WS-RULE-IDX                 PIC 9(2) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY           OCCURS WS-RULE-MAX-ENTRIES TIMES.
               10  WS-RULE-FIELD-NAME  PIC X(10).
               10  WS-RULE-TOLERANCE   PIC 9(7)V9(2).
               10  WS-RULE-CASE-SW     PIC X(1).
               10  WS-RULE-CMP-LENGTH  PIC 9(3).

       01  WS-READ-COUNT               PIC 9(8) VALUE 0.
       01  WS-REPLAYED-COUNT           PIC 9(8) VALUE 0.
       01  WS-OUT-OF-RANGE-COUNT       PIC 9(8) VALUE 0.
       01  WS-NOT-REPLAYABLE-COUNT     PIC 9(8) VALUE 0.
       01  WS-CHANGE-RESULT-COUNT      PIC 9(8) VALUE 0.
       01  WS-DATES-OVER-COUNT         PIC 9(5) VALUE 0.

      *>   the run date's breaks as CMPR001 counted them toward its
      *>   threshold (NE and IV, not SUP) and as the replay would
       01  WS-DAY-BROKEN-AS-RUN        PIC 9(8) VALUE 0.
       01  WS-DAY-BROKEN-REPLAYED      PIC 9(8) VALUE 0.
       01  WS-WAS-BROKEN-SW            PIC X(1) VALUE 'N'.
           88  WS-WAS-BROKEN           VALUE 'Y'.
       01  WS-NOW-BROKEN-SW            PIC X(1) VALUE 'N'.
           88  WS-NOW-BROKEN           VALUE 'Y'.

      *>   per-field flip counts: entries 1 to WS-FLD-MAX-ENTRIES are
      *>   field names in order of first appearance, the next slot
      *>   catches any further names as (OTHER), and the last holds
      *>   the totals over every field; the DAY counters cover the run
      *>   date being read and are cleared at each change of date, the
      *>   RNG counters cover the whole SIMCTL range
       78  WS-FLD-MAX-ENTRIES          VALUE 50.
       78  WS-FLD-OTHER-SLOT           VALUE 51.
       78  WS-FLD-ALL-SLOT             VALUE 52.
       01  WS-FLD-COUNT                PIC 9(2) VALUE 0.
       01  WS-FLD-IDX                  PIC 9(2) VALUE 0.
       01  WS-FLD-TABLE.
           05  WS-FLD-ENTRY            OCCURS 52 TIMES.
               10  WS-FLD-NAME         PIC X(10).
               10  WS-FLD-DAY-REPLAYED PIC 9(8).
               10  WS-FLD-DAY-TO-EQ    PIC 9(8).
               10  WS-FLD-DAY-TO-BREAK PIC 9(8).
               10  WS-FLD-RNG-REPLAYED PIC 9(8).
               10  WS-FLD-RNG-TO-EQ    PIC 9(8).
               10  WS-FLD-RNG-TO-BREAK PIC 9(8).

       01  WS-REPLAYED-ED              PIC Z(7)9.
       01  WS-TO-EQ-ED                 PIC Z(7)9.
       01  WS-TO-BREAK-ED              PIC Z(7)9.
       01  WS-AS-RUN-ED                PIC Z(7)9.
       01  WS-THRESHOLD-ED             PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-REPLAY-ONE-RECORD UNTIL WS-EOF
               IF WS-RUN-DATE NOT = SPACES
                   PERFORM 3100-WRITE-RUN-DATE-BLOCK
               END-IF
               PERFORM 3200-WRITE-RANGE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-FLD-TABLE
           MOVE '(OTHER)' TO WS-FLD-NAME(WS-FLD-OTHER-SLOT)
           MOVE '(ALL)' TO WS-FLD-NAME(WS-FLD-ALL-SLOT)
           PERFORM 1050-READ-SIMULATION-CARD
           IF NOT WS-INIT-ERROR
               PERFORM 1055-READ-PROPOSED-CONTROL-CARD
               PERFORM 1057-READ-PROPOSED-RULES
               OPEN INPUT AUD-IN
               IF WS-AUDOUT-STATUS NOT = '00'
                   DISPLAY 'CMPR016: UNABLE TO OPEN AUDOUT, STATUS='
                       WS-AUDOUT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-AUDOUT-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-SIMRPT-STATUS NOT = '00'
                   DISPLAY 'CMPR016: UNABLE TO OPEN SIMRPT, STATUS='
                       WS-SIMRPT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-SIMRPT-OPEN-SW
                   PERFORM 1070-WRITE-REPORT-HEADING
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> The card is required and both dates are vetted before use, as
      *> CMPR010 vets its cutoff; a zero TO date runs through the
      *> latest audit record.
      *> ---------------------------------------------------------------
       1050-READ-SIMULATION-CARD.
           OPEN INPUT SMC-IN
           IF WS-SIMCTL-STATUS NOT = '00'
               DISPLAY 'CMPR016: UNABLE TO OPEN SIMCTL, STATUS='
                   WS-SIMCTL-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               READ SMC-IN
                   AT END
                       DISPLAY 'CMPR016: SIMCTL IS EMPTY, NO DATE RANGE'
                           ' SUPPLIED'
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF SMC-FROM-DATE IS NUMERIC
                               AND SMC-TO-DATE IS NUMERIC
                           MOVE SMC-FROM-DATE TO WS-FROM-DATE
                           MOVE SMC-TO-DATE TO WS-TO-DATE
                       ELSE
                           DISPLAY 'CMPR016: DATE RANGE "'
                               SMC-FROM-DATE '"-"' SMC-TO-DATE
                               '" IS NOT NUMERIC, RUN REFUSED'
                           MOVE 'Y' TO WS-INIT-ERROR-SW
                           MOVE 'Y' TO WS-EOF-SW
                       END-IF
               END-READ
               CLOSE SMC-IN
               IF NOT WS-INIT-ERROR
                   IF WS-TO-DATE = 0
                       MOVE 99999999 TO WS-TO-DATE
                   END-IF
                   IF WS-FROM-DATE = 0 OR WS-FROM-DATE > WS-TO-DATE
                       DISPLAY 'CMPR016: DATE RANGE ' WS-FROM-DATE
                           '-' WS-TO-DATE ' IS NOT VALID, RUN REFUSED'
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> The proposed card is read exactly as CMPR001's 1050 reads
      *> CNTLIN; absent, the replay runs on CMPR001's built-in
      *> defaults.  The checkpoint interval has no meaning here.
      *> ---------------------------------------------------------------
       1055-READ-PROPOSED-CONTROL-CARD.
           OPEN INPUT CTL-IN
           IF WS-PCNTLIN-STATUS = '00'
               READ CTL-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-CASE-SWITCH TO WS-CASE-SWITCH
                       MOVE CTL-MISMATCH-THRESHOLD TO WS-MISMATCH-THRESHOLD
                       MOVE CTL-CMP-LENGTH-OVERRIDE TO WS-CMP-LENGTH-OVERRIDE
                       MOVE CTL-NUMERIC-TOLERANCE TO WS-NUMERIC-TOLERANCE
                       MOVE CTL-KEY-RANGE-LOW TO WS-KEY-RANGE-LOW
                       MOVE CTL-KEY-RANGE-HIGH TO WS-KEY-RANGE-HIGH
                       MOVE CTL-THREE-WAY-SWITCH TO WS-THREE-WAY-SW
               END-READ
               CLOSE CTL-IN
           END-IF.

      *> ---------------------------------------------------------------
      *> Loads the proposed rules the way CMPR001's 1057 loads RULEIN,
      *> table limit included, so a proposal that would overflow the
      *> production table is replayed with the same rules dropped.
      *> ---------------------------------------------------------------
       1057-READ-PROPOSED-RULES.
           OPEN INPUT RUL-IN
           IF WS-PRULEIN-STATUS = '00'
               PERFORM UNTIL WS-PRULEIN-STATUS NOT = '00'
                   READ RUL-IN
                       AT END
                           MOVE '10' TO WS-PRULEIN-STATUS
                       NOT AT END
                           IF WS-RULE-COUNT < WS-RULE-MAX-ENTRIES
                               ADD 1 TO WS-RULE-COUNT
                               MOVE RUL-FIELD-NAME
                                   TO WS-RULE-FIELD-NAME(WS-RULE-COUNT)
                               MOVE RUL-NUMERIC-TOLERANCE
                                   TO WS-RULE-TOLERANCE(WS-RULE-COUNT)
                               MOVE RUL-CASE-SWITCH
                                   TO WS-RULE-CASE-SW(WS-RULE-COUNT)
                               MOVE RUL-CMP-LENGTH
                                   TO WS-RULE-CMP-LENGTH(WS-RULE-COUNT)
                           ELSE
                               DISPLAY 'CMPR016: RULE TABLE FULL, "'
                                   RUL-FIELD-NAME '" RULE IGNORED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUL-IN
           END-IF.

       1070-WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CMPR016 WHAT-IF REPLAY, RUN DATES ' DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-MISMATCH-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  PROPOSED RULES LOADED: ' DELIMITED BY SIZE
               WS-RULE-COUNT DELIMITED BY SIZE
               '  THRESHOLD:' DELIMITED BY SIZE
               WS-THRESHOLD-ED DELIMITED BY SIZE
               '  THREE-WAY: ' DELIMITED BY SIZE
               WS-THREE-WAY-SW DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      *> ---------------------------------------------------------------
      *> AUDOUT is read in AUD-SEQ-NO order, which is the order the
      *> runs wrote it, so the run dates arrive grouped and each
      *> change of date closes off the previous date's block.
      *> ---------------------------------------------------------------
       2000-REPLAY-ONE-RECORD.
           READ AUD-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
                   EVALUATE TRUE
                       WHEN WS-AUD-DATE IS NOT NUMERIC
                           CONTINUE
                       WHEN FUNCTION NUMVAL(WS-AUD-DATE) < WS-FROM-DATE
                               OR FUNCTION NUMVAL(WS-AUD-DATE) > WS-TO-DATE
                           CONTINUE
                       WHEN WS-KEY-RANGE-LOW NOT = SPACES
                               AND AUD-KEY < WS-KEY-RANGE-LOW
                           ADD 1 TO WS-OUT-OF-RANGE-COUNT
                       WHEN WS-KEY-RANGE-HIGH NOT = SPACES
                               AND AUD-KEY > WS-KEY-RANGE-HIGH
                           ADD 1 TO WS-OUT-OF-RANGE-COUNT
                       WHEN AUD-RESULT = 'CHL' OR AUD-RESULT = 'CHM'
                               OR AUD-RESULT = 'CHW'
                           ADD 1 TO WS-CHANGE-RESULT-COUNT
                       WHEN AUD-CMP-LENGTH IS NOT NUMERIC
                               OR AUD-CMP-LENGTH = 0
                           ADD 1 TO WS-NOT-REPLAYABLE-COUNT
                       WHEN OTHER
                           IF WS-AUD-DATE NOT = WS-RUN-DATE
                               IF WS-RUN-DATE NOT = SPACES
                                   PERFORM 3100-WRITE-RUN-DATE-BLOCK
                               END-IF
                               MOVE WS-AUD-DATE TO WS-RUN-DATE
                           END-IF
                           PERFORM 2010-REPLAY-ONE-FIELD
                           PERFORM 2200-TALLY-REPLAY
                   END-EVALUATE
           END-READ.

      *> ---------------------------------------------------------------
      *> Rebuilds the compare as CMPR001's 1100/2010 built it for this
      *> field: the record's own length, the card's length override,
      *> then the field's rule.
      *> ---------------------------------------------------------------
       2010-REPLAY-ONE-FIELD.
           MOVE AUD-VALUE-1 TO WS-AREA-1
           MOVE AUD-VALUE-2 TO WS-AREA-2
           MOVE AUD-VALUE-3 TO WS-AREA-3
           MOVE AUD-FIELD-TYPE TO WS-FIELD-TYPE
           MOVE AUD-CMP-LENGTH TO WS-LENGTH
           IF WS-LENGTH > 100
               MOVE 100 TO WS-LENGTH
           END-IF
           IF WS-CMP-LENGTH-OVERRIDE > 0
               MOVE WS-CMP-LENGTH-OVERRIDE TO WS-LENGTH
               IF WS-LENGTH > 100
                   MOVE 100 TO WS-LENGTH
               END-IF
           END-IF
           PERFORM 2005-APPLY-FIELD-RULE
           PERFORM 2050-BUILD-COMPARE-AREAS
           IF WS-THREE-WAY
               PERFORM 2012-COMPARE-THREE-WAY
           ELSE
               MOVE WS-CMP-AREA-1 TO WS-PAIR-AREA-1
               MOVE WS-CMP-AREA-2 TO WS-PAIR-AREA-2
               PERFORM 2015-COMPARE-ONE-PAIR
               MOVE SPACE TO WS-OUTLIER
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2005-APPLY-FIELD-RULE.
      *> ---------------------------------------------------------------
       2005-APPLY-FIELD-RULE.
           MOVE WS-LENGTH TO WS-FLD-LENGTH
           MOVE WS-CASE-SWITCH TO WS-FLD-CASE-SW
           MOVE WS-NUMERIC-TOLERANCE TO WS-FLD-TOLERANCE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-FIELD-NAME(WS-RULE-IDX) =
                         AUD-FIELD-NAME
               CONTINUE
           END-PERFORM
           IF WS-RULE-IDX <= WS-RULE-COUNT
               MOVE WS-RULE-TOLERANCE(WS-RULE-IDX) TO WS-FLD-TOLERANCE
               IF WS-RULE-CASE-SW(WS-RULE-IDX) NOT = SPACES
                   MOVE WS-RULE-CASE-SW(WS-RULE-IDX) TO WS-FLD-CASE-SW
               END-IF
               IF WS-RULE-CMP-LENGTH(WS-RULE-IDX) > 0
                   MOVE WS-RULE-CMP-LENGTH(WS-RULE-IDX) TO WS-FLD-LENGTH
                   IF WS-FLD-LENGTH > 100
                       MOVE 100 TO WS-FLD-LENGTH
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2012-COMPARE-THREE-WAY.
      *> ---------------------------------------------------------------
       2012-COMPARE-THREE-WAY.
           MOVE WS-CMP-AREA-1 TO WS-PAIR-AREA-1
           MOVE WS-CMP-AREA-2 TO WS-PAIR-AREA-2
           PERFORM 2015-COMPARE-ONE-PAIR
           MOVE WS-RESULT-CODE TO WS-RESULT-12
           MOVE WS-CMP-AREA-1 TO WS-PAIR-AREA-1
           MOVE WS-CMP-AREA-3 TO WS-PAIR-AREA-2
           PERFORM 2015-COMPARE-ONE-PAIR
           MOVE WS-RESULT-CODE TO WS-RESULT-13
           MOVE WS-CMP-AREA-2 TO WS-PAIR-AREA-1
           MOVE WS-CMP-AREA-3 TO WS-PAIR-AREA-2
           PERFORM 2015-COMPARE-ONE-PAIR
           MOVE WS-RESULT-CODE TO WS-RESULT-23
           MOVE 0 TO WS-EQ-PAIR-COUNT
           IF WS-RESULT-12 = 'EQ'
               ADD 1 TO WS-EQ-PAIR-COUNT
           END-IF
           IF WS-RESULT-13 = 'EQ'
               ADD 1 TO WS-EQ-PAIR-COUNT
           END-IF
           IF WS-RESULT-23 = 'EQ'
               ADD 1 TO WS-EQ-PAIR-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-EQ-PAIR-COUNT >= 2
                   MOVE 'EQ' TO WS-RESULT-CODE
                   MOVE SPACE TO WS-OUTLIER
               WHEN WS-EQ-PAIR-COUNT = 1
                   EVALUATE TRUE
                       WHEN WS-RESULT-12 = 'EQ'
                           MOVE '3' TO WS-OUTLIER
                       WHEN WS-RESULT-13 = 'EQ'
                           MOVE '2' TO WS-OUTLIER
                       WHEN OTHER
                           MOVE '1' TO WS-OUTLIER
                   END-EVALUATE
                   IF WS-RESULT-12 = 'IV' OR WS-RESULT-13 = 'IV'
                           OR WS-RESULT-23 = 'IV'
                       MOVE 'IV' TO WS-RESULT-CODE
                   ELSE
                       MOVE 'NE' TO WS-RESULT-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'X' TO WS-OUTLIER
                   IF WS-RESULT-12 = 'IV' OR WS-RESULT-13 = 'IV'
                           OR WS-RESULT-23 = 'IV'
                       MOVE 'IV' TO WS-RESULT-CODE
                   ELSE
                       MOVE 'NE' TO WS-RESULT-CODE
                   END-IF
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2015-COMPARE-ONE-PAIR, on the type
      *> CMPR001 stored with the audit record.
      *> ---------------------------------------------------------------
       2015-COMPARE-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-FIELD-TYPE-NUMERIC
                   PERFORM 2020-COMPARE-NUMERIC-FIELD
               WHEN WS-FIELD-TYPE-DATE
                   PERFORM 2025-COMPARE-DATE-FIELD
               WHEN OTHER
                   PERFORM 2030-COMPARE-TEXT-FIELD
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2020-COMPARE-NUMERIC-FIELD.
      *> ---------------------------------------------------------------
       2020-COMPARE-NUMERIC-FIELD.
           IF FUNCTION TEST-NUMVAL(WS-PAIR-AREA-1(1:WS-FLD-LENGTH)) = 0
                   AND FUNCTION TEST-NUMVAL(WS-PAIR-AREA-2(1:WS-FLD-LENGTH))
                       = 0
               COMPUTE WS-NUM-1 =
                   FUNCTION NUMVAL(WS-PAIR-AREA-1(1:WS-FLD-LENGTH))
               COMPUTE WS-NUM-2 =
                   FUNCTION NUMVAL(WS-PAIR-AREA-2(1:WS-FLD-LENGTH))
               COMPUTE WS-NUM-DIFF = FUNCTION ABS(WS-NUM-1 - WS-NUM-2)
               IF WS-NUM-DIFF <= WS-FLD-TOLERANCE
                   MOVE 'EQ' TO WS-RESULT-CODE
               ELSE
                   MOVE 'NE' TO WS-RESULT-CODE
               END-IF
           ELSE
               PERFORM 2030-COMPARE-TEXT-FIELD
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2025-COMPARE-DATE-FIELD.
      *> ---------------------------------------------------------------
       2025-COMPARE-DATE-FIELD.
           MOVE WS-PAIR-AREA-1(1:10) TO WS-DATE-IN
           PERFORM 2027-NORMALIZE-ONE-DATE
           MOVE WS-DATE-CANON TO WS-DATE-CANON-1
           MOVE WS-DATE-VALID-SW TO WS-DATE-VALID-1-SW
           MOVE WS-PAIR-AREA-2(1:10) TO WS-DATE-IN
           PERFORM 2027-NORMALIZE-ONE-DATE
           IF WS-DATE-VALID-1 AND WS-DATE-VALID
               IF WS-DATE-CANON-1 = WS-DATE-CANON
                   MOVE 'EQ' TO WS-RESULT-CODE
               ELSE
                   MOVE 'NE' TO WS-RESULT-CODE
               END-IF
           ELSE
               MOVE 'IV' TO WS-RESULT-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2027-NORMALIZE-ONE-DATE.
      *> ---------------------------------------------------------------
       2027-NORMALIZE-ONE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE SPACES TO WS-DATE-CANON
           EVALUATE TRUE
               WHEN WS-DATE-IN(1:8) IS NUMERIC
                       AND WS-DATE-IN(9:2) = SPACES
                   MOVE WS-DATE-IN(1:8) TO WS-DATE-CANON
               WHEN WS-DATE-IN(3:1) = '/' AND WS-DATE-IN(6:1) = '/'
                       AND WS-DATE-IN(1:2) IS NUMERIC
                       AND WS-DATE-IN(4:2) IS NUMERIC
                       AND WS-DATE-IN(7:4) IS NUMERIC
                   MOVE WS-DATE-IN(7:4) TO WS-DATE-CANON(1:4)
                   MOVE WS-DATE-IN(1:2) TO WS-DATE-CANON(5:2)
                   MOVE WS-DATE-IN(4:2) TO WS-DATE-CANON(7:2)
               WHEN WS-DATE-IN(3:1) = '.' AND WS-DATE-IN(6:1) = '.'
                       AND WS-DATE-IN(1:2) IS NUMERIC
                       AND WS-DATE-IN(4:2) IS NUMERIC
                       AND WS-DATE-IN(7:4) IS NUMERIC
                   MOVE WS-DATE-IN(7:4) TO WS-DATE-CANON(1:4)
                   MOVE WS-DATE-IN(4:2) TO WS-DATE-CANON(5:2)
                   MOVE WS-DATE-IN(1:2) TO WS-DATE-CANON(7:2)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DATE-CANON NOT = SPACES
               COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-CANON))
               IF WS-DATE-INTEGER > 0
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2030-COMPARE-TEXT-FIELD.
      *> ---------------------------------------------------------------
       2030-COMPARE-TEXT-FIELD.
           IF WS-PAIR-AREA-1(1:WS-FLD-LENGTH) =
                   WS-PAIR-AREA-2(1:WS-FLD-LENGTH)
               MOVE 'EQ' TO WS-RESULT-CODE
           ELSE
               MOVE 'NE' TO WS-RESULT-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 2050-BUILD-COMPARE-AREAS.
      *> ---------------------------------------------------------------
       2050-BUILD-COMPARE-AREAS.
           IF WS-FLD-CASE-INSENSITIVE
               MOVE FUNCTION UPPER-CASE(WS-AREA-1) TO WS-CMP-AREA-1
               MOVE FUNCTION UPPER-CASE(WS-AREA-2) TO WS-CMP-AREA-2
               MOVE FUNCTION UPPER-CASE(WS-AREA-3) TO WS-CMP-AREA-3
           ELSE
               MOVE WS-AREA-1 TO WS-CMP-AREA-1
               MOVE WS-AREA-2 TO WS-CMP-AREA-2
               MOVE WS-AREA-3 TO WS-CMP-AREA-3
           END-IF.

      *> ---------------------------------------------------------------
      *> A stored NE, IV or SUP that now compares equal is a flip to
      *> EQ; a stored EQ that now does not is a flip to a break.  For
      *> the threshold, a SUP pair stays suppressed either way.
      *> ---------------------------------------------------------------
       2200-TALLY-REPLAY.
           ADD 1 TO WS-REPLAYED-COUNT
           IF AUD-RESULT = 'EQ'
               MOVE 'N' TO WS-WAS-BROKEN-SW
           ELSE
               MOVE 'Y' TO WS-WAS-BROKEN-SW
           END-IF
           IF WS-RESULT-CODE = 'EQ'
               MOVE 'N' TO WS-NOW-BROKEN-SW
           ELSE
               MOVE 'Y' TO WS-NOW-BROKEN-SW
           END-IF
           IF AUD-RESULT = 'NE' OR AUD-RESULT = 'IV'
               ADD 1 TO WS-DAY-BROKEN-AS-RUN
           END-IF
           IF WS-NOW-BROKEN AND AUD-RESULT NOT = 'SUP'
               ADD 1 TO WS-DAY-BROKEN-REPLAYED
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
                      OR WS-FLD-NAME(WS-FLD-IDX) = AUD-FIELD-NAME
               CONTINUE
           END-PERFORM
           IF WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-COUNT < WS-FLD-MAX-ENTRIES
                   ADD 1 TO WS-FLD-COUNT
                   MOVE WS-FLD-COUNT TO WS-FLD-IDX
                   MOVE AUD-FIELD-NAME TO WS-FLD-NAME(WS-FLD-IDX)
               ELSE
                   MOVE WS-FLD-OTHER-SLOT TO WS-FLD-IDX
               END-IF
           END-IF
           PERFORM 2250-COUNT-IN-SLOT
           MOVE WS-FLD-ALL-SLOT TO WS-FLD-IDX
           PERFORM 2250-COUNT-IN-SLOT.

       2250-COUNT-IN-SLOT.
           ADD 1 TO WS-FLD-DAY-REPLAYED(WS-FLD-IDX)
           ADD 1 TO WS-FLD-RNG-REPLAYED(WS-FLD-IDX)
           IF WS-WAS-BROKEN AND NOT WS-NOW-BROKEN
               ADD 1 TO WS-FLD-DAY-TO-EQ(WS-FLD-IDX)
               ADD 1 TO WS-FLD-RNG-TO-EQ(WS-FLD-IDX)
           END-IF
           IF WS-NOW-BROKEN AND NOT WS-WAS-BROKEN
               ADD 1 TO WS-FLD-DAY-TO-BREAK(WS-FLD-IDX)
               ADD 1 TO WS-FLD-RNG-TO-BREAK(WS-FLD-IDX)
           END-IF.

      *> ---------------------------------------------------------------
      *> One block per run date: each field replayed that day with its
      *> flips, the day's totals, and the day's breaks as run against
      *> as replayed, flagged when the replay would trip the proposed
      *> threshold the way CMPR001's 9100 trips it.
      *> ---------------------------------------------------------------
       3100-WRITE-RUN-DATE-BLOCK.
           MOVE SPACES TO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '   FIELD      REPLAYED  BRK->EQ  EQ->BRK'
                   DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-ALL-SLOT
               IF WS-FLD-DAY-REPLAYED(WS-FLD-IDX) > 0
                   MOVE WS-FLD-DAY-REPLAYED(WS-FLD-IDX) TO WS-REPLAYED-ED
                   MOVE WS-FLD-DAY-TO-EQ(WS-FLD-IDX) TO WS-TO-EQ-ED
                   MOVE WS-FLD-DAY-TO-BREAK(WS-FLD-IDX) TO WS-TO-BREAK-ED
                   PERFORM 3150-WRITE-FIELD-LINE
               END-IF
               MOVE 0 TO WS-FLD-DAY-REPLAYED(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-DAY-TO-EQ(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-DAY-TO-BREAK(WS-FLD-IDX)
           END-PERFORM
           MOVE WS-DAY-BROKEN-AS-RUN TO WS-AS-RUN-ED
           MOVE WS-DAY-BROKEN-REPLAYED TO WS-REPLAYED-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '    BREAKS AS RUN:' DELIMITED BY SIZE
               WS-AS-RUN-ED DELIMITED BY SIZE
               '  REPLAYED:' DELIMITED BY SIZE
               WS-REPLAYED-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           IF WS-MISMATCH-THRESHOLD > 0
                   AND WS-DAY-BROKEN-REPLAYED > WS-MISMATCH-THRESHOLD
               ADD 1 TO WS-DATES-OVER-COUNT
               MOVE '*** OVER THRESHOLD' TO RPT-OUT-LINE(50:18)
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 0 TO WS-DAY-BROKEN-AS-RUN
           MOVE 0 TO WS-DAY-BROKEN-REPLAYED.

       3150-WRITE-FIELD-LINE.
           MOVE SPACES TO RPT-OUT-LINE
           STRING '                    ' DELIMITED BY SIZE
               WS-FLD-NAME(WS-FLD-IDX) DELIMITED BY SIZE
               WS-REPLAYED-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TO-EQ-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TO-BREAK-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-WRITE-RANGE-TOTALS.
           MOVE SPACES TO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'WHOLE RANGE         ' DELIMITED BY SIZE
               'FIELD      REPLAYED  BRK->EQ  EQ->BRK'
                   DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-ALL-SLOT
               IF WS-FLD-RNG-REPLAYED(WS-FLD-IDX) > 0
                   MOVE WS-FLD-RNG-REPLAYED(WS-FLD-IDX) TO WS-REPLAYED-ED
                   MOVE WS-FLD-RNG-TO-EQ(WS-FLD-IDX) TO WS-TO-EQ-ED
                   MOVE WS-FLD-RNG-TO-BREAK(WS-FLD-IDX) TO WS-TO-BREAK-ED
                   PERFORM 3150-WRITE-FIELD-LINE
               END-IF
           END-PERFORM
           IF WS-REPLAYED-COUNT = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO AUDIT RECORDS REPLAYED IN THE DATE RANGE'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           MOVE WS-OUT-OF-RANGE-COUNT TO WS-AS-RUN-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  OUTSIDE PROPOSED KEY RANGE:' DELIMITED BY SIZE
               WS-AS-RUN-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-NOT-REPLAYABLE-COUNT TO WS-AS-RUN-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  OLDER RECORDS, NO TYPE/LENGTH:' DELIMITED BY SIZE
               WS-AS-RUN-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-CHANGE-RESULT-COUNT TO WS-AS-RUN-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  APPROVED-CHANGE RESULTS, NOT REPLAYED:'
                   DELIMITED BY SIZE
               WS-AS-RUN-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-SIMRPT-STATUS NOT = '00'
               DISPLAY 'CMPR016: WRITE TO SIMRPT FAILED, STATUS='
                   WS-SIMRPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-AUDOUT-OPEN
               CLOSE AUD-IN
           END-IF
           IF WS-SIMRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY 'CMPR016: ' WS-READ-COUNT ' AUDIT RECORD(S) READ, '
               WS-REPLAYED-COUNT ' REPLAYED, '
               WS-DATES-OVER-COUNT ' RUN DATE(S) OVER THRESHOLD'
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DATES-OVER-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REPLAYED-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
