      *> Sweeps the whole AUDOUT audit trail (see CMPAUD) in
      *> AUD-SEQ-NO order and ranks CMPR-KEYs, and key/field
      *> combinations, by how many distinct run dates produced an
      *> unsuppressed break ('NE', 'IV', or an approved change that
      *> missed, 'CHM', or landed wrong, 'CHW') inside the last
      *> WS-LOOKBACK-WINDOW run dates - "mismatched in 4 of the last
      *> 5 runs" - so the worst accounts go to the source-system
      *> owners as one worklist instead of a fresh exception row every
      *> run they are.  The date window slides the same "carry the
      *> last N" way the CMPR006 trend table does, relying on the
      *> audit trail being appended in run order.
      *>
      *> Offenders are tallied in the OFFWORK scratch file, keyed on
      *> key/field, rather than a table, so there is no limit on how
      *> many distinct accounts can break inside the window; only the
      *> WS-TOP-LIMIT best of each section are held in storage, while
      *> one pass over OFFWORK ranks them.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR012.
               RECORD KEY IS AUD-SEQ-NO
               ALTERNATE RECORD KEY IS AUD-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT OFFW-IO ASSIGN TO OFFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFW-PAIR
               FILE STATUS IS WS-OFFWORK-STATUS.
           SELECT RPT-OUT ASSIGN TO CHRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRRPT-STATUS.
           RECORDING MODE IS F.
           COPY CMPAUD.

      *> one scratch record per offending key/field combination, and
      *> one per key (blank field name) aggregating every field broken
      *> for it; rebuilt from AUDOUT every run
       FD  OFFW-IO
           RECORDING MODE IS F.
           01  OFFW-RECORD.
               05  OFFW-PAIR.
                   10  OFFW-KEY        PIC X(10).
                   10  OFFW-FIELD-NAME PIC X(10).
               05  OFFW-FIRST-SEQ-NO   PIC 9(8).
      *>          AUD-SEQ-NO of the first break met, so ranking ties
      *>          still fall to the entry longest on the audit trail
               05  OFFW-HIT-DATE       PIC X(8) OCCURS 5 TIMES.
      *>          distinct run dates that broke, the most recent
      *>          WS-LOOKBACK-WINDOW of them, in no particular order;
      *>          keep the OCCURS in step with WS-LOOKBACK-WINDOW

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDOUT-STATUS            PIC X(2).
       01  WS-OFFWORK-STATUS           PIC X(2).
       01  WS-CHRRPT-STATUS            PIC X(2).
       01  WS-AUDOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-AUDOUT-OPEN          VALUE 'Y'.
       01  WS-OFFWORK-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-OFFWORK-OPEN         VALUE 'Y'.
       01  WS-CHRRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-CHRRPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-WORK-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-WORK-EOF             VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-HIT-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-HIT-FOUND            VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(8) VALUE 0.
       01  WS-BREAK-COUNT              PIC 9(8) VALUE 0.
       01  WS-AUD-DATE                 PIC X(8).
       01  WS-DATE-IDX                 PIC 9(2) VALUE 0.
       01  WS-SLIDE-IDX                PIC 9(2) VALUE 0.
       01  WS-HIT-SLOT                 PIC 9(2) VALUE 0.
       01  WS-HIT-COUNT                PIC 9(2) VALUE 0.
       01  WS-AUD-SAVE-FIELD           PIC X(10).
       01  WS-BEST-HITS-ED             PIC Z9.
       01  WS-WINDOW-ED                PIC Z9.

      *> the last WS-LOOKBACK-WINDOW distinct run dates seen, oldest
      *> first, slid down one slot when a newer date arrives full
           05  WS-RUN-DATE             PIC X(8)
                                       OCCURS WS-LOOKBACK-WINDOW TIMES.

      *> the best WS-TOP-LIMIT entries of each report section, best
      *> first: section 1 key level, section 2 key/field
       78  WS-TOP-LIMIT                VALUE 20.
       01  WS-SECTION                  PIC 9(1) VALUE 0.
       01  WS-RANK                     PIC 9(2) VALUE 0.
       01  WS-TOP-IDX                  PIC 9(2) VALUE 0.
       01  WS-TOP-TABLE.
           05  WS-TOP-SECTION          OCCURS 2 TIMES.
               10  WS-TOP-COUNT        PIC 9(2).
               10  WS-TOP-ENTRY        OCCURS WS-TOP-LIMIT TIMES.
                   15  WS-TOP-KEY      PIC X(10).
                   15  WS-TOP-FIELD-NAME PIC X(10).
                   15  WS-TOP-HITS     PIC 9(2).
                   15  WS-TOP-FIRST-SEQ-NO PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ELSE
               MOVE 'Y' TO WS-AUDOUT-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1050-OPEN-OFFENDER-WORK
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-CHRRPT-STATUS NOT = '00'
               END-IF
           END-IF.

      *> OPEN OUTPUT empties whatever the previous run left in the
      *> scratch file before it is reopened for keyed update
       1050-OPEN-OFFENDER-WORK.
           OPEN OUTPUT OFFW-IO
           IF WS-OFFWORK-STATUS = '00'
               CLOSE OFFW-IO
               OPEN I-O OFFW-IO
           END-IF
           IF WS-OFFWORK-STATUS NOT = '00'
               DISPLAY 'CMPR012: UNABLE TO OPEN OFFWORK, STATUS='
                   WS-OFFWORK-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-OFFWORK-OPEN-SW
           END-IF.

       2000-SWEEP-ONE-RECORD.
           READ AUD-IN
               AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
                   PERFORM 2100-TRACK-RUN-DATE
                   IF (AUD-RESULT = 'NE' OR AUD-RESULT = 'IV'
                           OR AUD-RESULT = 'CHM' OR AUD-RESULT = 'CHW')
                           AND WS-DATE-IDX > 0
                       ADD 1 TO WS-BREAK-COUNT
                       PERFORM 2300-TALLY-OFFENDER
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Only the date window slides; offender entries keep the dates
      *> themselves, and 3100 counts just those still inside the
      *> window once the sweep is done.
      *> ---------------------------------------------------------------
       2200-SLIDE-WINDOW.
           PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                   UNTIL WS-SLIDE-IDX >= WS-LOOKBACK-WINDOW
               MOVE WS-RUN-DATE(WS-SLIDE-IDX + 1)
                   TO WS-RUN-DATE(WS-SLIDE-IDX)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> Marks the run date for both the key/field combination and
      *> the aggregated key-level entry (blank field name), so the
      *> report can rank either way.
      *> ---------------------------------------------------------------
       2300-TALLY-OFFENDER.
           PERFORM 2310-TALLY-ONE-LEVEL
           MOVE WS-AUD-SAVE-FIELD TO AUD-FIELD-NAME.

       2310-TALLY-ONE-LEVEL.
           MOVE AUD-KEY TO OFFW-KEY
           MOVE AUD-FIELD-NAME TO OFFW-FIELD-NAME
           READ OFFW-IO
               KEY IS OFFW-PAIR
               INVALID KEY
                   MOVE AUD-SEQ-NO TO OFFW-FIRST-SEQ-NO
                   PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                           UNTIL WS-SLIDE-IDX > WS-LOOKBACK-WINDOW
                       MOVE SPACES TO OFFW-HIT-DATE(WS-SLIDE-IDX)
                   END-PERFORM
                   MOVE WS-AUD-DATE TO OFFW-HIT-DATE(1)
                   WRITE OFFW-RECORD
                   IF WS-OFFWORK-STATUS NOT = '00'
                       DISPLAY 'CMPR012: WRITE TO OFFWORK FAILED, STATUS='
                           WS-OFFWORK-STATUS ' FOR KEY ' AUD-KEY
                   END-IF
               NOT INVALID KEY
                   PERFORM 2320-RECORD-HIT-DATE
           END-READ.

      *> ---------------------------------------------------------------
      *> A date already held needs nothing.  Otherwise it takes the
      *> lowest slot - an empty one (spaces sort below any date) or
      *> the oldest date held - when it is newer than what is there;
      *> a straggler older than every held date could not count
      *> inside the window anyway.
      *> ---------------------------------------------------------------
       2320-RECORD-HIT-DATE.
           MOVE 'N' TO WS-HIT-FOUND-SW
           MOVE 1 TO WS-HIT-SLOT
           PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                   UNTIL WS-SLIDE-IDX > WS-LOOKBACK-WINDOW
                      OR WS-HIT-FOUND
               IF OFFW-HIT-DATE(WS-SLIDE-IDX) = WS-AUD-DATE
                   MOVE 'Y' TO WS-HIT-FOUND-SW
               ELSE
                   IF OFFW-HIT-DATE(WS-SLIDE-IDX) <
                           OFFW-HIT-DATE(WS-HIT-SLOT)
                       MOVE WS-SLIDE-IDX TO WS-HIT-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-HIT-FOUND
                   AND OFFW-HIT-DATE(WS-HIT-SLOT) < WS-AUD-DATE
               MOVE WS-AUD-DATE TO OFFW-HIT-DATE(WS-HIT-SLOT)
               REWRITE OFFW-RECORD
               IF WS-OFFWORK-STATUS NOT = '00'
                   DISPLAY 'CMPR012: REWRITE OF OFFWORK FAILED, '
                       'STATUS=' WS-OFFWORK-STATUS ' FOR KEY ' AUD-KEY
               END-IF
           END-IF.

       3000-WRITE-REPORT.
           MOVE 0 TO WS-TOP-COUNT(1)
           MOVE 0 TO WS-TOP-COUNT(2)
           MOVE LOW-VALUES TO OFFW-PAIR
           START OFFW-IO KEY IS NOT LESS THAN OFFW-PAIR
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           PERFORM 3050-RANK-NEXT-OFFENDER UNTIL WS-WORK-EOF
           MOVE WS-RUN-DATE-COUNT TO WS-WINDOW-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CMPR012 CHRONIC OFFENDERS - LAST' DELIMITED BY SIZE
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'TOP KEYS:' DELIMITED BY SIZE INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 1 TO WS-SECTION
           PERFORM 3300-WRITE-ONE-OFFENDER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-COUNT(1)
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'TOP KEY/FIELD COMBINATIONS:' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 2 TO WS-SECTION
           PERFORM 3300-WRITE-ONE-OFFENDER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-COUNT(2)
           IF WS-BREAK-COUNT = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO UNSUPPRESSED BREAKS IN THE WINDOW'
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3050-RANK-NEXT-OFFENDER.
           READ OFFW-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   PERFORM 3100-COUNT-ENTRY-HITS
                   IF WS-HIT-COUNT > 0
                       IF OFFW-FIELD-NAME = SPACES
                           MOVE 1 TO WS-SECTION
                       ELSE
                           MOVE 2 TO WS-SECTION
                       END-IF
                       PERFORM 3200-PLACE-IN-TOP-LIST
                   END-IF
           END-READ.

       3100-COUNT-ENTRY-HITS.
           MOVE 0 TO WS-HIT-COUNT
           IF WS-RUN-DATE-COUNT > 0
               PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                       UNTIL WS-SLIDE-IDX > WS-LOOKBACK-WINDOW
                   IF OFFW-HIT-DATE(WS-SLIDE-IDX) NOT = SPACES
                           AND OFFW-HIT-DATE(WS-SLIDE-IDX) >=
                               WS-RUN-DATE(1)
                       ADD 1 TO WS-HIT-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *> ---------------------------------------------------------------
      *> Insertion into the section's best-first list: the entry goes
      *> ahead of the first one it beats on distinct run-date hits.
      *> Ties fall to the entry met first on the audit trail, i.e.
      *> the one longest there.  Entries pushed off the bottom are
      *> simply not reported.
      *> ---------------------------------------------------------------
       3200-PLACE-IN-TOP-LIST.
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT(WS-SECTION)
                      OR WS-RANK > 0
               IF WS-HIT-COUNT > WS-TOP-HITS(WS-SECTION, WS-TOP-IDX)
                   OR (WS-HIT-COUNT = WS-TOP-HITS(WS-SECTION, WS-TOP-IDX)
                       AND OFFW-FIRST-SEQ-NO <
                           WS-TOP-FIRST-SEQ-NO(WS-SECTION, WS-TOP-IDX))
                   MOVE WS-TOP-IDX TO WS-RANK
               END-IF
           END-PERFORM
           IF WS-RANK = 0
               IF WS-TOP-COUNT(WS-SECTION) < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT(WS-SECTION)
                   MOVE WS-TOP-COUNT(WS-SECTION) TO WS-RANK
               END-IF
           ELSE
               IF WS-TOP-COUNT(WS-SECTION) < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT(WS-SECTION)
               END-IF
               PERFORM VARYING WS-TOP-IDX
                       FROM WS-TOP-COUNT(WS-SECTION) BY -1
                       UNTIL WS-TOP-IDX <= WS-RANK
                   MOVE WS-TOP-ENTRY(WS-SECTION, WS-TOP-IDX - 1)
                       TO WS-TOP-ENTRY(WS-SECTION, WS-TOP-IDX)
               END-PERFORM
           END-IF
           IF WS-RANK > 0
               MOVE OFFW-KEY TO WS-TOP-KEY(WS-SECTION, WS-RANK)
               MOVE OFFW-FIELD-NAME
                   TO WS-TOP-FIELD-NAME(WS-SECTION, WS-RANK)
               MOVE WS-HIT-COUNT TO WS-TOP-HITS(WS-SECTION, WS-RANK)
               MOVE OFFW-FIRST-SEQ-NO
                   TO WS-TOP-FIRST-SEQ-NO(WS-SECTION, WS-RANK)
           END-IF.

       3300-WRITE-ONE-OFFENDER.
           MOVE WS-TOP-HITS(WS-SECTION, WS-RANK) TO WS-BEST-HITS-ED
           MOVE WS-RUN-DATE-COUNT TO WS-WINDOW-ED
           MOVE SPACES TO RPT-OUT-LINE
           IF WS-TOP-FIELD-NAME(WS-SECTION, WS-RANK) = SPACES
               STRING '  ' WS-TOP-KEY(WS-SECTION, WS-RANK)
                   ' MISMATCHED IN' DELIMITED BY SIZE
                   WS-BEST-HITS-ED DELIMITED BY SIZE
                   ' OF THE LAST' DELIMITED BY SIZE
                   ' RUN(S)' DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
           ELSE
               STRING '  ' WS-TOP-KEY(WS-SECTION, WS-RANK) ' '
                   WS-TOP-FIELD-NAME(WS-SECTION, WS-RANK)
                   ' MISMATCHED IN' DELIMITED BY SIZE
                   WS-BEST-HITS-ED DELIMITED BY SIZE
                   ' OF THE LAST' DELIMITED BY SIZE
           IF WS-AUDOUT-OPEN
               CLOSE AUD-IN
           END-IF
           IF WS-OFFWORK-OPEN
               CLOSE OFFW-IO
           END-IF
           IF WS-CHRRPT-OPEN
               CLOSE RPT-OUT
           END-IF
