       >>SOURCE FORMAT FREE
      *> ---------------------------------------------------------------
      *> CMPR017 - open-break monetary exposure report.
      *>
      *> Sweeps the open-breaks master (BRKMST - see CMPBRK) in key
      *> order and totals the money still held open by 'N' field
      *> breaks: the absolute difference between the two values
      *> CMPR008 last rolled the pair with (BRK-ABS-DIFF).  Per field
      *> name the open difference is bucketed by how long the break
      *> has been open - 0-5, 6-30, 31-90 and over 90 days since
      *> BRK-FIRST-SEEN - with the amounts the correction team has
      *> already dispositioned (DISPUTED or ACCEPTED-VARIANCE) shown
      *> apart from those nobody has looked at yet, and the largest
      *> single exposures are listed after the field totals.
      *>
      *> Only open breaks (NEW or RECURRING) count; a CLEARED entry is
      *> money no longer at risk.  An open 'N' break whose values were
      *> not both numbers carries no amount and is only counted, as is
      *> one on a master record written before the amount was kept -
      *> it picks one up the next night it breaks.  Read-only against
      *> the cluster, so it can run any time the nightly chain is not
      *> rolling the master.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR017.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRKM-IN ASSIGN TO BRKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRK-MASTER-KEY
               FILE STATUS IS WS-BRKMST-STATUS.
           SELECT RPT-OUT ASSIGN TO EXPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRKM-IN
           RECORDING MODE IS F.
           COPY CMPBRK.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BRKMST-STATUS            PIC X(2).
       01  WS-EXPRPT-STATUS            PIC X(2).
       01  WS-BRKMST-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-BRKMST-OPEN          VALUE 'Y'.
       01  WS-EXPRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-EXPRPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(21).
       01  WS-TODAY-INTEGER            PIC 9(8) COMP VALUE 0.
       01  WS-SEEN-INTEGER             PIC 9(8) COMP VALUE 0.
       01  WS-DAYS-OPEN                PIC S9(5) COMP-3 VALUE 0.
       01  WS-FIRST-SEEN-DATE          PIC X(8).

       01  WS-READ-COUNT               PIC 9(8) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(8) VALUE 0.
       01  WS-AMOUNT-COUNT             PIC 9(8) VALUE 0.
       01  WS-NO-AMOUNT-COUNT          PIC 9(8) VALUE 0.
       01  WS-BAD-DATE-COUNT           PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC Z(7)9.
       01  WS-DAYS-ED                  PIC ZZZZ9.
       01  WS-AMOUNT-ED                PIC Z(10)9.99.

      *> ---------------------------------------------------------------
      *> Age buckets, by whole days since BRK-FIRST-SEEN; a break is
      *> counted in the first bucket whose upper limit it does not
      *> pass, the last bucket having none.
      *> ---------------------------------------------------------------
       78  WS-BKT-MAX-ENTRIES          VALUE 4.
       01  WS-BKT-IDX                  PIC 9(1) VALUE 0.
       01  WS-BKT-LIMIT-VALUES.
           05  FILLER                  PIC 9(5) VALUE 5.
           05  FILLER                  PIC 9(5) VALUE 30.
           05  FILLER                  PIC 9(5) VALUE 90.
           05  FILLER                  PIC 9(5) VALUE 99999.
       01  WS-BKT-LIMIT-TABLE REDEFINES WS-BKT-LIMIT-VALUES.
           05  WS-BKT-LIMIT            PIC 9(5)
                                       OCCURS WS-BKT-MAX-ENTRIES TIMES.

      *> ---------------------------------------------------------------
      *> Exposure per field name and disposition state: entries 1 to
      *> WS-FLD-MAX-ENTRIES by name, WS-FLD-OTHER-SLOT for names past
      *> the table, WS-FLD-ALL-SLOT across every field.  State 1 is
      *> undispositioned, state 2 DISPUTED or ACCEPTED-VARIANCE.
      *> ---------------------------------------------------------------
       78  WS-FLD-MAX-ENTRIES          VALUE 50.
       78  WS-FLD-OTHER-SLOT           VALUE 51.
       78  WS-FLD-ALL-SLOT             VALUE 52.
       78  WS-STATE-OPEN               VALUE 1.
       78  WS-STATE-DISPOSED           VALUE 2.
       01  WS-FLD-COUNT                PIC 9(2) VALUE 0.
       01  WS-FLD-IDX                  PIC 9(2) VALUE 0.
       01  WS-STATE-IDX                PIC 9(1) VALUE 0.
       01  WS-FLD-TABLE.
           05  WS-FLD-ENTRY            OCCURS 52 TIMES.
               10  WS-FLD-NAME         PIC X(10).
               10  WS-FLD-BREAKS       PIC 9(8).
               10  WS-FLD-STATE        OCCURS 2 TIMES.
                   15  WS-FLD-BKT-AMOUNT PIC 9(11)V9(2)
                                       OCCURS WS-BKT-MAX-ENTRIES TIMES.
                   15  WS-FLD-TOTAL-AMOUNT PIC 9(11)V9(2).

      *> the largest WS-TOP-LIMIT single exposures, largest first
       78  WS-TOP-LIMIT                VALUE 20.
       01  WS-TOP-COUNT                PIC 9(2) VALUE 0.
       01  WS-TOP-IDX                  PIC 9(2) VALUE 0.
       01  WS-RANK                     PIC 9(2) VALUE 0.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY            OCCURS WS-TOP-LIMIT TIMES.
               10  WS-TOP-KEY          PIC X(10).
               10  WS-TOP-FIELD-NAME   PIC X(10).
               10  WS-TOP-DAYS         PIC 9(5).
               10  WS-TOP-DISPOSITION  PIC X(1).
               10  WS-TOP-AMOUNT       PIC 9(9)V9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-SWEEP-ONE-BREAK UNTIL WS-EOF
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))
           INITIALIZE WS-FLD-TABLE
           MOVE '(OTHER)' TO WS-FLD-NAME(WS-FLD-OTHER-SLOT)
           MOVE '(ALL)' TO WS-FLD-NAME(WS-FLD-ALL-SLOT)
           OPEN INPUT BRKM-IN
           IF WS-BRKMST-STATUS NOT = '00'
               DISPLAY 'CMPR017: UNABLE TO OPEN BRKMST, STATUS='
                   WS-BRKMST-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-BRKMST-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-EXPRPT-STATUS NOT = '00'
                   DISPLAY 'CMPR017: UNABLE TO OPEN EXPRPT, STATUS='
                       WS-EXPRPT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-EXPRPT-OPEN-SW
               END-IF
           END-IF.

       2000-SWEEP-ONE-BREAK.
           READ BRKM-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF (BRK-STATUS-NEW OR BRK-STATUS-RECURRING)
                           AND BRK-FIELD-BREAK
                       ADD 1 TO WS-OPEN-COUNT
                       IF BRK-HAS-AMOUNT AND BRK-ABS-DIFF IS NUMERIC
                           PERFORM 2100-AGE-ONE-EXPOSURE
                       ELSE
                           IF BRK-FIELD-TYPE = 'N'
                                   OR BRK-FIELD-TYPE = SPACE
                                   OR BRK-FIELD-TYPE = LOW-VALUE
                               ADD 1 TO WS-NO-AMOUNT-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------------
      *> Days open are counted the way CMPR008's aging report counts
      *> them (4100-AGE-ONE-BREAK); a break whose first-seen date is
      *> unreadable cannot be bucketed and is left out with a message.
      *> ---------------------------------------------------------------
       2100-AGE-ONE-EXPOSURE.
           MOVE BRK-FIRST-SEEN(1:8) TO WS-FIRST-SEEN-DATE
           IF WS-FIRST-SEEN-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-FIRST-SEEN-DATE)) = 0
               COMPUTE WS-SEEN-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FIRST-SEEN-DATE))
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-SEEN-INTEGER
               IF WS-DAYS-OPEN < 0
                   MOVE 0 TO WS-DAYS-OPEN
               END-IF
               ADD 1 TO WS-AMOUNT-COUNT
               PERFORM 2200-TALLY-EXPOSURE
               PERFORM 2300-PLACE-IN-TOP-LIST
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY 'CMPR017: BREAK ' BRK-KEY ' ' BRK-FIELD-NAME
                   ' HAS INVALID FIRST-SEEN DATE "'
                   WS-FIRST-SEEN-DATE '" - NOT BUCKETED'
           END-IF.

       2200-TALLY-EXPOSURE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX >= WS-BKT-MAX-ENTRIES
                      OR WS-DAYS-OPEN <= WS-BKT-LIMIT(WS-BKT-IDX)
               CONTINUE
           END-PERFORM
           IF BRK-DISP-DISPUTED OR BRK-DISP-ACCEPTED
               MOVE WS-STATE-DISPOSED TO WS-STATE-IDX
           ELSE
               MOVE WS-STATE-OPEN TO WS-STATE-IDX
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
                      OR WS-FLD-NAME(WS-FLD-IDX) = BRK-FIELD-NAME
               CONTINUE
           END-PERFORM
           IF WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-COUNT < WS-FLD-MAX-ENTRIES
                   ADD 1 TO WS-FLD-COUNT
                   MOVE WS-FLD-COUNT TO WS-FLD-IDX
                   MOVE BRK-FIELD-NAME TO WS-FLD-NAME(WS-FLD-IDX)
               ELSE
                   MOVE WS-FLD-OTHER-SLOT TO WS-FLD-IDX
               END-IF
           END-IF
           PERFORM 2250-ADD-TO-ONE-FIELD
           MOVE WS-FLD-ALL-SLOT TO WS-FLD-IDX
           PERFORM 2250-ADD-TO-ONE-FIELD.

       2250-ADD-TO-ONE-FIELD.
           ADD 1 TO WS-FLD-BREAKS(WS-FLD-IDX)
           ADD BRK-ABS-DIFF
               TO WS-FLD-BKT-AMOUNT(WS-FLD-IDX, WS-STATE-IDX, WS-BKT-IDX)
           ADD BRK-ABS-DIFF
               TO WS-FLD-TOTAL-AMOUNT(WS-FLD-IDX, WS-STATE-IDX).

      *> ---------------------------------------------------------------
      *> Insertion into the largest-first list, as CMPR012 ranks its
      *> offenders: the break goes ahead of the first entry it beats
      *> on amount, ties falling to the one met first in key order.
      *> Entries pushed off the bottom are simply not reported.
      *> ---------------------------------------------------------------
       2300-PLACE-IN-TOP-LIST.
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
                      OR WS-RANK > 0
               IF BRK-ABS-DIFF > WS-TOP-AMOUNT(WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-RANK
               END-IF
           END-PERFORM
           IF WS-RANK = 0
               IF WS-TOP-COUNT < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT
                   MOVE WS-TOP-COUNT TO WS-RANK
               END-IF
           ELSE
               IF WS-TOP-COUNT < WS-TOP-LIMIT
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
                       UNTIL WS-TOP-IDX <= WS-RANK
                   MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
                       TO WS-TOP-ENTRY(WS-TOP-IDX)
               END-PERFORM
           END-IF
           IF WS-RANK > 0
               MOVE BRK-KEY TO WS-TOP-KEY(WS-RANK)
               MOVE BRK-FIELD-NAME TO WS-TOP-FIELD-NAME(WS-RANK)
               MOVE WS-DAYS-OPEN TO WS-TOP-DAYS(WS-RANK)
               MOVE BRK-DISPOSITION TO WS-TOP-DISPOSITION(WS-RANK)
               MOVE BRK-ABS-DIFF TO WS-TOP-AMOUNT(WS-RANK)
           END-IF.

       3000-WRITE-REPORT.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CMPR017 OPEN-BREAK EXPOSURE AS OF ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  UNDISP = NOT YET DISPOSITIONED, DISP = DISPUTED OR '
               'ACCEPTED-VARIANCE' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '          ' '      0-5 DAYS' '     6-30 DAYS'
               '    31-90 DAYS' '      90+ DAYS' '         TOTAL'
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-FIELD-BLOCK
               VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FLD-COUNT
           IF WS-FLD-BREAKS(WS-FLD-OTHER-SLOT) > 0
               MOVE WS-FLD-OTHER-SLOT TO WS-FLD-IDX
               PERFORM 3100-WRITE-FIELD-BLOCK
           END-IF
           IF WS-AMOUNT-COUNT = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO OPEN BREAK CARRIES AN AMOUNT'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-FLD-ALL-SLOT TO WS-FLD-IDX
               PERFORM 3100-WRITE-FIELD-BLOCK
               PERFORM 3300-WRITE-TOP-EXPOSURES
           END-IF
           PERFORM 3400-WRITE-COUNTS.

       3100-WRITE-FIELD-BLOCK.
           MOVE WS-FLD-BREAKS(WS-FLD-IDX) TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  FIELD ' WS-FLD-NAME(WS-FLD-IDX)
               DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               ' OPEN BREAK(S) WITH AN AMOUNT' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-STATE-OPEN TO WS-STATE-IDX
           PERFORM 3200-WRITE-STATE-LINE
           MOVE WS-STATE-DISPOSED TO WS-STATE-IDX
           PERFORM 3200-WRITE-STATE-LINE.

      *> one line of five 14-column amounts after a 10-column label
       3200-WRITE-STATE-LINE.
           MOVE SPACES TO RPT-OUT-LINE
           IF WS-STATE-IDX = WS-STATE-OPEN
               MOVE '    UNDISP' TO RPT-OUT-LINE(1:10)
           ELSE
               MOVE '    DISP' TO RPT-OUT-LINE(1:10)
           END-IF
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-MAX-ENTRIES
               MOVE WS-FLD-BKT-AMOUNT(WS-FLD-IDX, WS-STATE-IDX, WS-BKT-IDX)
                   TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED
                   TO RPT-OUT-LINE(WS-BKT-IDX * 14 - 3:14)
           END-PERFORM
           MOVE WS-FLD-TOTAL-AMOUNT(WS-FLD-IDX, WS-STATE-IDX)
               TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO RPT-OUT-LINE(67:14)
           PERFORM 3900-WRITE-REPORT-LINE.

       3300-WRITE-TOP-EXPOSURES.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'LARGEST OPEN EXPOSURES:' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEY        FIELD       DAYS DISP        AMOUNT'
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3350-WRITE-ONE-EXPOSURE
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-COUNT.

       3350-WRITE-ONE-EXPOSURE.
           MOVE WS-TOP-DAYS(WS-RANK) TO WS-DAYS-ED
           MOVE WS-TOP-AMOUNT(WS-RANK) TO WS-AMOUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' WS-TOP-KEY(WS-RANK) ' '
               WS-TOP-FIELD-NAME(WS-RANK) ' '
               WS-DAYS-ED '   '
               WS-TOP-DISPOSITION(WS-RANK) ' '
               WS-AMOUNT-ED
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3400-WRITE-COUNTS.
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'OPEN FIELD BREAKS ON THE MASTER   :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-AMOUNT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  WITH AN AMOUNT, TOTALLED ABOVE  :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-NO-AMOUNT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  N FIELD OR OLDER, NO AMOUNT     :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-BAD-DATE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  INVALID FIRST-SEEN, NOT BUCKETED:' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-EXPRPT-STATUS NOT = '00'
               DISPLAY 'CMPR017: WRITE TO EXPRPT FAILED, STATUS='
                   WS-EXPRPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-BRKMST-OPEN
               CLOSE BRKM-IN
           END-IF
           IF WS-EXPRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY 'CMPR017: ' WS-READ-COUNT ' MASTER RECORD(S) READ, '
               WS-AMOUNT-COUNT ' OPEN EXPOSURE(S) TOTALLED'
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-AMOUNT-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
