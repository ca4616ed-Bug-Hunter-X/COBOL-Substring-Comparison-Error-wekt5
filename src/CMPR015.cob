       >>SOURCE FORMAT FREE
      *> ---------------------------------------------------------------
      *> CMPR015 - mismatch root-cause classifier.
      *>
      *> Reads an EXCOUT exception file (see CMPEXC) and sorts every
      *> field-level break into the most likely reason the two copies
      *> disagree, testing in this order and stopping at the first
      *> that fits: a date written in two forms (or unreadable on a
      *> 'D' field), padding (leading/trailing blanks or leading
      *> zeros), case only, a sign flip or rounding on an 'N' field,
      *> one side truncated, one adjacent pair of characters
      *> transposed - and, failing all of those, a genuine value
      *> difference.  An approved change that missed or landed wrong
      *> (EXC-RESULT 'CHM'/'CHW') is a change-management failure and
      *> is named as such without testing, and a break on a masked
      *> field (see EXC-MASKED-SW) is named MASKED - its values are
      *> no longer the extract contents, so no test could tell the
      *> reason.  Each break is written to
      *> CATOUT with its
      *> category (see CMPCAT), and CATRPT counts the categories per
      *> field name, so a field breaking hundreds of times on padding
      *> goes to the extract owner as one formatting fix instead of
      *> hundreds of correction-team tickets.
      *>
      *> A three-way break is judged on the odd side out against a
      *> side that agreed (see EXC-OUTLIER); with no majority, sides
      *> 1 and 2.  Key-level breaks from CMPR002's KEYEXC carry no
      *> values and are counted but not classified.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR015.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-IN ASSIGN TO EXCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCIN-STATUS.
           SELECT CAT-OUT ASSIGN TO CATOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATOUT-STATUS.
           SELECT RPT-OUT ASSIGN TO CATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXC-IN
           RECORDING MODE IS F.
           COPY CMPEXC.

       FD  CAT-OUT
           RECORDING MODE IS F.
           COPY CMPCAT.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXCIN-STATUS             PIC X(2).
       01  WS-CATOUT-STATUS            PIC X(2).
       01  WS-CATRPT-STATUS            PIC X(2).
       01  WS-EXCIN-OPEN-SW            PIC X(1) VALUE 'N'.
           88  WS-EXCIN-OPEN           VALUE 'Y'.
       01  WS-CATOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-CATOUT-OPEN          VALUE 'Y'.
       01  WS-CATRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-CATRPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(8) VALUE 0.
       01  WS-KEY-LEVEL-COUNT          PIC 9(8) VALUE 0.
       01  WS-CLASSIFIED-COUNT         PIC 9(8) VALUE 0.
       01  WS-WRITE-FAIL-COUNT         PIC 9(8) VALUE 0.

      *>   the pair being classified and the length it was compared on
       01  WS-VALUE-A                  PIC X(100).
       01  WS-VALUE-B                  PIC X(100).
       01  WS-SIDES                    PIC X(2).
       01  WS-LENGTH                   PIC 9(3) VALUE 0.
      *>   each side cut to the compare length and space-filled, so the
      *>   tests see only the bytes CMPR001 compared
       01  WS-CMP-A                    PIC X(100).
       01  WS-CMP-B                    PIC X(100).
       01  WS-BARE-A                   PIC X(100).
       01  WS-BARE-B                   PIC X(100).
       01  WS-BARE-IN                  PIC X(100).
       01  WS-BARE-OUT                 PIC X(100).
       01  WS-LEAD-COUNT               PIC 9(3) VALUE 0.
       01  WS-ZERO-COUNT               PIC 9(3) VALUE 0.
       01  WS-TRAIL-COUNT              PIC 9(3) VALUE 0.
       01  WS-USED-A                   PIC 9(3) VALUE 0.
       01  WS-USED-B                   PIC 9(3) VALUE 0.
       01  WS-SHORTER                  PIC 9(3) VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
       01  WS-DIFF-COUNT               PIC 9(3) VALUE 0.
       01  WS-DIFF-POS                 PIC 9(3) VALUE 0.

       01  WS-NUM-A                    PIC S9(9)V9(2) COMP-3 VALUE 0.
       01  WS-NUM-B                    PIC S9(9)V9(2) COMP-3 VALUE 0.
       01  WS-TENTHS-A                 PIC S9(9)V9(1) COMP-3 VALUE 0.
       01  WS-TENTHS-B                 PIC S9(9)V9(1) COMP-3 VALUE 0.
       01  WS-UNITS-A                  PIC S9(9) COMP-3 VALUE 0.
       01  WS-UNITS-B                  PIC S9(9) COMP-3 VALUE 0.

       01  WS-DATE-IN                  PIC X(10).
       01  WS-DATE-CANON               PIC X(8).
       01  WS-DATE-CANON-A             PIC X(8).
       01  WS-DATE-INTEGER             PIC 9(8) COMP VALUE 0.
       01  WS-DATE-VALID-SW            PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID           VALUE 'Y'.
       01  WS-DATE-VALID-A-SW          PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID-A         VALUE 'Y'.

      *>   categories, in the order CATRPT lists them; the names are
      *>   the CAT-CATEGORY values (see CMPCAT)
       78  WS-CAT-PADDING              VALUE 1.
       78  WS-CAT-CASE-ONLY            VALUE 2.
       78  WS-CAT-DATE-FORMAT          VALUE 3.
       78  WS-CAT-DATE-INVALID         VALUE 4.
       78  WS-CAT-SIGN-FLIP            VALUE 5.
       78  WS-CAT-ROUNDING             VALUE 6.
       78  WS-CAT-TRUNCATED            VALUE 7.
       78  WS-CAT-TRANSPOSED           VALUE 8.
       78  WS-CAT-GENUINE              VALUE 9.
       78  WS-CAT-CHANGE-MISSED        VALUE 10.
       78  WS-CAT-CHANGE-WRONG         VALUE 11.
       78  WS-CAT-MASKED               VALUE 12.
       78  WS-CAT-MAX-ENTRIES          VALUE 12.
       01  WS-CAT-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE 'PADDING'.
           05  FILLER                  PIC X(10) VALUE 'CASE'.
           05  FILLER                  PIC X(10) VALUE 'DATE-FMT'.
           05  FILLER                  PIC X(10) VALUE 'DATE-INVAL'.
           05  FILLER                  PIC X(10) VALUE 'SIGN-FLIP'.
           05  FILLER                  PIC X(10) VALUE 'ROUNDING'.
           05  FILLER                  PIC X(10) VALUE 'TRUNCATED'.
           05  FILLER                  PIC X(10) VALUE 'TRANSPOSED'.
           05  FILLER                  PIC X(10) VALUE 'GENUINE'.
           05  FILLER                  PIC X(10) VALUE 'CHG-MISSED'.
           05  FILLER                  PIC X(10) VALUE 'CHG-WRONG'.
           05  FILLER                  PIC X(10) VALUE 'MASKED'.
       01  WS-CAT-NAME-TABLE           REDEFINES WS-CAT-NAME-VALUES.
           05  WS-CAT-NAME             PIC X(10)
                                       OCCURS WS-CAT-MAX-ENTRIES TIMES.
       01  WS-CAT-IDX                  PIC 9(2) VALUE 0.

      *>   per-field category counts: entries 1 to WS-FLD-MAX-ENTRIES
      *>   are field names in order of first appearance, the next
      *>   slot catches any further names as (OTHER), and the last
      *>   holds the totals over every field
       78  WS-FLD-MAX-ENTRIES          VALUE 50.
       78  WS-FLD-OTHER-SLOT           VALUE 51.
       78  WS-FLD-ALL-SLOT             VALUE 52.
       01  WS-FLD-COUNT                PIC 9(2) VALUE 0.
       01  WS-FLD-IDX                  PIC 9(2) VALUE 0.
       01  WS-FLD-TABLE.
           05  WS-FLD-ENTRY            OCCURS 52 TIMES.
               10  WS-FLD-NAME         PIC X(10).
               10  WS-FLD-TOTAL        PIC 9(8).
               10  WS-FLD-CAT-COUNT    PIC 9(8)
                                       OCCURS WS-CAT-MAX-ENTRIES TIMES.

       01  WS-COUNT-ED                 PIC Z(7)9.
       01  WS-PCT                      PIC 9(3)V9(1) VALUE 0.
       01  WS-PCT-ED                   PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-CLASSIFY-ONE-EXCEPTION UNTIL WS-EOF
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-FLD-TABLE
           MOVE '(OTHER)' TO WS-FLD-NAME(WS-FLD-OTHER-SLOT)
           MOVE '(ALL)' TO WS-FLD-NAME(WS-FLD-ALL-SLOT)
           OPEN INPUT EXC-IN
           IF WS-EXCIN-STATUS NOT = '00'
               DISPLAY 'CMPR015: UNABLE TO OPEN EXCIN, STATUS='
                   WS-EXCIN-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-EXCIN-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT CAT-OUT
               IF WS-CATOUT-STATUS NOT = '00'
                   DISPLAY 'CMPR015: UNABLE TO OPEN CATOUT, STATUS='
                       WS-CATOUT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-CATOUT-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-CATRPT-STATUS NOT = '00'
                   DISPLAY 'CMPR015: UNABLE TO OPEN CATRPT, STATUS='
                       WS-CATRPT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-CATRPT-OPEN-SW
               END-IF
           END-IF.

       2000-CLASSIFY-ONE-EXCEPTION.
           READ EXC-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF EXC-KEY-LEVEL-BREAK
                       ADD 1 TO WS-KEY-LEVEL-COUNT
                   ELSE
                       PERFORM 2100-PICK-PAIR
                       PERFORM 2200-CLASSIFY-PAIR
                       PERFORM 2800-TALLY-CATEGORY
                       PERFORM 2900-WRITE-CATEGORY-RECORD
                   END-IF
           END-READ.

      *> ---------------------------------------------------------------
      *> An exception file written before EXC-CMP-LENGTH existed reads
      *> back zero there; the whole value is used then.
      *> ---------------------------------------------------------------
       2100-PICK-PAIR.
           EVALUATE TRUE
               WHEN EXC-RESULT = 'CHM' OR EXC-RESULT = 'CHW'
                   MOVE EXC-EXPECTED-VALUE TO WS-VALUE-A
                   MOVE EXC-VALUE-2 TO WS-VALUE-B
                   MOVE 'X2' TO WS-SIDES
               WHEN EXC-OUTLIER = '1'
                   MOVE EXC-VALUE-2 TO WS-VALUE-A
                   MOVE EXC-VALUE-1 TO WS-VALUE-B
                   MOVE '21' TO WS-SIDES
               WHEN EXC-OUTLIER = '3'
                   MOVE EXC-VALUE-1 TO WS-VALUE-A
                   MOVE EXC-VALUE-3 TO WS-VALUE-B
                   MOVE '13' TO WS-SIDES
               WHEN OTHER
                   MOVE EXC-VALUE-1 TO WS-VALUE-A
                   MOVE EXC-VALUE-2 TO WS-VALUE-B
                   MOVE '12' TO WS-SIDES
           END-EVALUATE
           IF EXC-CMP-LENGTH IS NUMERIC
                   AND EXC-CMP-LENGTH > 0 AND EXC-CMP-LENGTH <= 100
               MOVE EXC-CMP-LENGTH TO WS-LENGTH
           ELSE
               MOVE 100 TO WS-LENGTH
           END-IF.

       2200-CLASSIFY-PAIR.
           MOVE WS-VALUE-A(1:WS-LENGTH) TO WS-CMP-A
           MOVE WS-VALUE-B(1:WS-LENGTH) TO WS-CMP-B
           EVALUATE EXC-RESULT
               WHEN 'CHM'
                   MOVE WS-CAT-CHANGE-MISSED TO WS-CAT-IDX
               WHEN 'CHW'
                   MOVE WS-CAT-CHANGE-WRONG TO WS-CAT-IDX
               WHEN OTHER
                   IF EXC-VALUES-MASKED
                       MOVE WS-CAT-MASKED TO WS-CAT-IDX
                   ELSE
                       MOVE 0 TO WS-CAT-IDX
                       PERFORM 2210-TEST-DATE
                   END-IF
           END-EVALUATE
           IF WS-CAT-IDX = 0
               PERFORM 2220-TEST-PADDING
           END-IF
           IF WS-CAT-IDX = 0
               PERFORM 2230-TEST-CASE
           END-IF
           IF WS-CAT-IDX = 0 AND EXC-FIELD-TYPE = 'N'
               PERFORM 2240-TEST-NUMERIC
           END-IF
           IF WS-CAT-IDX = 0
               PERFORM 2250-TEST-TRUNCATED
           END-IF
           IF WS-CAT-IDX = 0
               PERFORM 2260-TEST-TRANSPOSED
           END-IF
           IF WS-CAT-IDX = 0
               MOVE WS-CAT-GENUINE TO WS-CAT-IDX
           END-IF.

      *> ---------------------------------------------------------------
      *> Both sides naming the same real calendar day is a formatting
      *> break whatever the field's type - an untagged date field is
      *> compared as text, so 20260902 and 09/02/2026 break there.  A
      *> 'D' field with either side unreadable is CMPR001's 'IV'.
      *> ---------------------------------------------------------------
       2210-TEST-DATE.
           MOVE WS-CMP-A(1:10) TO WS-DATE-IN
           PERFORM 2215-NORMALIZE-ONE-DATE
           MOVE WS-DATE-CANON TO WS-DATE-CANON-A
           MOVE WS-DATE-VALID-SW TO WS-DATE-VALID-A-SW
           MOVE WS-CMP-B(1:10) TO WS-DATE-IN
           PERFORM 2215-NORMALIZE-ONE-DATE
           IF WS-DATE-VALID-A AND WS-DATE-VALID
               IF WS-DATE-CANON-A = WS-DATE-CANON
                   MOVE WS-CAT-DATE-FORMAT TO WS-CAT-IDX
               END-IF
           ELSE
               IF EXC-FIELD-TYPE = 'D'
                   MOVE WS-CAT-DATE-INVALID TO WS-CAT-IDX
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> The same forms CMPR001's 2027-NORMALIZE-ONE-DATE recognizes -
      *> YYYYMMDD, MM/DD/YYYY and DD.MM.YYYY, vetted with
      *> INTEGER-OF-DATE; keep the two in step.
      *> ---------------------------------------------------------------
       2215-NORMALIZE-ONE-DATE.
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

       2220-TEST-PADDING.
           MOVE WS-CMP-A TO WS-BARE-IN
           PERFORM 2225-STRIP-PADDING
           MOVE WS-BARE-OUT TO WS-BARE-A
           MOVE WS-CMP-B TO WS-BARE-IN
           PERFORM 2225-STRIP-PADDING
           MOVE WS-BARE-OUT TO WS-BARE-B
           IF WS-BARE-A = WS-BARE-B
               MOVE WS-CAT-PADDING TO WS-CAT-IDX
           END-IF.

      *> ---------------------------------------------------------------
      *> Leading blanks, then leading zeros, are dropped; trailing
      *> blanks take care of themselves in the comparison.
      *> ---------------------------------------------------------------
       2225-STRIP-PADDING.
           MOVE SPACES TO WS-BARE-OUT
           IF WS-BARE-IN NOT = SPACES
               MOVE 0 TO WS-LEAD-COUNT
               INSPECT WS-BARE-IN TALLYING WS-LEAD-COUNT
                   FOR LEADING SPACE
               MOVE 0 TO WS-ZERO-COUNT
               INSPECT WS-BARE-IN(WS-LEAD-COUNT + 1:)
                   TALLYING WS-ZERO-COUNT FOR LEADING '0'
               ADD WS-ZERO-COUNT TO WS-LEAD-COUNT
               IF WS-LEAD-COUNT < 100
                   MOVE WS-BARE-IN(WS-LEAD-COUNT + 1:) TO WS-BARE-OUT
               END-IF
           END-IF.

       2230-TEST-CASE.
           IF FUNCTION UPPER-CASE(WS-BARE-A) =
                   FUNCTION UPPER-CASE(WS-BARE-B)
               MOVE WS-CAT-CASE-ONLY TO WS-CAT-IDX
           END-IF.

      *> ---------------------------------------------------------------
      *> Both sides must pass TEST-NUMVAL over the compare length, as
      *> in CMPR001's 2020; a value that does not was compared as text
      *> there and is left to the remaining tests here.
      *> ---------------------------------------------------------------
       2240-TEST-NUMERIC.
           IF FUNCTION TEST-NUMVAL(WS-CMP-A(1:WS-LENGTH)) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CMP-B(1:WS-LENGTH)) = 0
               COMPUTE WS-NUM-A = FUNCTION NUMVAL(WS-CMP-A(1:WS-LENGTH))
               COMPUTE WS-NUM-B = FUNCTION NUMVAL(WS-CMP-B(1:WS-LENGTH))
               COMPUTE WS-TENTHS-A ROUNDED = WS-NUM-A
               COMPUTE WS-TENTHS-B ROUNDED = WS-NUM-B
               COMPUTE WS-UNITS-A ROUNDED = WS-NUM-A
               COMPUTE WS-UNITS-B ROUNDED = WS-NUM-B
               EVALUATE TRUE
                   WHEN WS-NUM-A NOT = 0 AND WS-NUM-A = 0 - WS-NUM-B
                       MOVE WS-CAT-SIGN-FLIP TO WS-CAT-IDX
                   WHEN WS-TENTHS-A = WS-TENTHS-B
                       MOVE WS-CAT-ROUNDING TO WS-CAT-IDX
                   WHEN WS-UNITS-A = WS-UNITS-B
                       MOVE WS-CAT-ROUNDING TO WS-CAT-IDX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------------------
      *> One side, with its trailing blanks set aside, is a leading
      *> part of the other: a source that holds the field shorter than
      *> the compare length cut it off.
      *> ---------------------------------------------------------------
       2250-TEST-TRUNCATED.
           MOVE 0 TO WS-TRAIL-COUNT
           INSPECT FUNCTION REVERSE(WS-CMP-A)
               TALLYING WS-TRAIL-COUNT FOR LEADING SPACE
           COMPUTE WS-USED-A = 100 - WS-TRAIL-COUNT
           MOVE 0 TO WS-TRAIL-COUNT
           INSPECT FUNCTION REVERSE(WS-CMP-B)
               TALLYING WS-TRAIL-COUNT FOR LEADING SPACE
           COMPUTE WS-USED-B = 100 - WS-TRAIL-COUNT
           IF WS-USED-A > 0 AND WS-USED-B > 0
                   AND WS-USED-A NOT = WS-USED-B
               IF WS-USED-A < WS-USED-B
                   MOVE WS-USED-A TO WS-SHORTER
               ELSE
                   MOVE WS-USED-B TO WS-SHORTER
               END-IF
               IF WS-CMP-A(1:WS-SHORTER) = WS-CMP-B(1:WS-SHORTER)
                   MOVE WS-CAT-TRUNCATED TO WS-CAT-IDX
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Exactly two differences over the compare length, side by
      *> side, each holding the other's character.
      *> ---------------------------------------------------------------
       2260-TEST-TRANSPOSED.
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 0 TO WS-DIFF-POS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-LENGTH
                      OR WS-DIFF-COUNT > 2
               IF WS-CMP-A(WS-SCAN-IDX:1) NOT =
                       WS-CMP-B(WS-SCAN-IDX:1)
                   ADD 1 TO WS-DIFF-COUNT
                   IF WS-DIFF-COUNT = 1
                       MOVE WS-SCAN-IDX TO WS-DIFF-POS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIFF-COUNT = 2 AND WS-DIFF-POS < WS-LENGTH
               IF WS-CMP-A(WS-DIFF-POS:1) = WS-CMP-B(WS-DIFF-POS + 1:1)
                       AND WS-CMP-A(WS-DIFF-POS + 1:1) =
                           WS-CMP-B(WS-DIFF-POS:1)
                   MOVE WS-CAT-TRANSPOSED TO WS-CAT-IDX
               END-IF
           END-IF.

       2800-TALLY-CATEGORY.
           ADD 1 TO WS-CLASSIFIED-COUNT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
                      OR WS-FLD-NAME(WS-FLD-IDX) = EXC-FIELD-NAME
               CONTINUE
           END-PERFORM
           IF WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-COUNT < WS-FLD-MAX-ENTRIES
                   ADD 1 TO WS-FLD-COUNT
                   MOVE WS-FLD-COUNT TO WS-FLD-IDX
                   MOVE EXC-FIELD-NAME TO WS-FLD-NAME(WS-FLD-IDX)
               ELSE
                   MOVE WS-FLD-OTHER-SLOT TO WS-FLD-IDX
               END-IF
           END-IF
           ADD 1 TO WS-FLD-TOTAL(WS-FLD-IDX)
           ADD 1 TO WS-FLD-CAT-COUNT(WS-FLD-IDX, WS-CAT-IDX)
           ADD 1 TO WS-FLD-TOTAL(WS-FLD-ALL-SLOT)
           ADD 1 TO WS-FLD-CAT-COUNT(WS-FLD-ALL-SLOT, WS-CAT-IDX).

       2900-WRITE-CATEGORY-RECORD.
           MOVE EXC-KEY TO CAT-KEY
           MOVE EXC-FIELD-NAME TO CAT-FIELD-NAME
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO CAT-CATEGORY
           MOVE WS-SIDES TO CAT-SIDES
           MOVE EXC-FIELD-TYPE TO CAT-FIELD-TYPE
           MOVE WS-LENGTH TO CAT-CMP-LENGTH
           MOVE WS-VALUE-A TO CAT-VALUE-A
           MOVE WS-VALUE-B TO CAT-VALUE-B
           MOVE EXC-TIMESTAMP TO CAT-TIMESTAMP
           WRITE CMPR-CATEGORY-RECORD
           IF WS-CATOUT-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-FAIL-COUNT
               DISPLAY 'CMPR015: WRITE TO CATOUT FAILED, STATUS='
                   WS-CATOUT-STATUS ' FOR RECORD ' EXC-KEY
           END-IF.

       3000-WRITE-REPORT.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CMPR015 MISMATCH ROOT-CAUSE REPORT' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 3100-WRITE-FIELD-BLOCK
               VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FLD-COUNT
           IF WS-FLD-TOTAL(WS-FLD-OTHER-SLOT) > 0
               MOVE WS-FLD-OTHER-SLOT TO WS-FLD-IDX
               PERFORM 3100-WRITE-FIELD-BLOCK
           END-IF
           IF WS-CLASSIFIED-COUNT = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO FIELD-LEVEL BREAKS ON EXCIN'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-FLD-ALL-SLOT TO WS-FLD-IDX
               PERFORM 3100-WRITE-FIELD-BLOCK
           END-IF
           IF WS-KEY-LEVEL-COUNT > 0
               MOVE WS-KEY-LEVEL-COUNT TO WS-COUNT-ED
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  KEY-LEVEL BREAKS, NOT CLASSIFIED:'
                   DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

      *> ---------------------------------------------------------------
      *> One block per field name: the break total, then each category
      *> that occurred with its count and share of the field's breaks.
      *> ---------------------------------------------------------------
       3100-WRITE-FIELD-BLOCK.
           MOVE WS-FLD-TOTAL(WS-FLD-IDX) TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  FIELD ' WS-FLD-NAME(WS-FLD-IDX)
               '  BREAKS' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX-ENTRIES
               IF WS-FLD-CAT-COUNT(WS-FLD-IDX, WS-CAT-IDX) > 0
                   MOVE WS-FLD-CAT-COUNT(WS-FLD-IDX, WS-CAT-IDX)
                       TO WS-COUNT-ED
                   COMPUTE WS-PCT ROUNDED =
                       WS-FLD-CAT-COUNT(WS-FLD-IDX, WS-CAT-IDX) * 100
                       / WS-FLD-TOTAL(WS-FLD-IDX)
                   MOVE WS-PCT TO WS-PCT-ED
                   MOVE SPACES TO RPT-OUT-LINE
                   STRING '      ' WS-CAT-NAME(WS-CAT-IDX)
                       DELIMITED BY SIZE
                       WS-COUNT-ED DELIMITED BY SIZE
                       WS-PCT-ED DELIMITED BY SIZE
                       '%' DELIMITED BY SIZE
                       INTO RPT-OUT-LINE
                   PERFORM 3900-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       3900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-CATRPT-STATUS NOT = '00'
               DISPLAY 'CMPR015: WRITE TO CATRPT FAILED, STATUS='
                   WS-CATRPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-EXCIN-OPEN
               CLOSE EXC-IN
           END-IF
           IF WS-CATOUT-OPEN
               CLOSE CAT-OUT
           END-IF
           IF WS-CATRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY 'CMPR015: ' WS-READ-COUNT ' EXCEPTION(S) READ, '
               WS-CLASSIFIED-COUNT ' CLASSIFIED, '
               WS-WRITE-FAIL-COUNT ' CATOUT WRITE FAILURE(S)'
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WRITE-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CLASSIFIED-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
