      *> every key present on both sides. Keys present on only one side
      *> are reconciliation breaks in their own right - a dropped
      *> account or a new one - and are written to BRKRPT instead of
      *> being silently skipped, and as a structured key-level break
      *> (see CMPEXC) to KEYEXC, which CMPR008 rolls into the break
      *> master alongside CMPR001's EXCOUT.
      *>
      *> For a month-end three-way run, the optional EXTRTHRD DD
      *> supplies a third extract of the same accounts (e.g. the
      *> CMPR-FIELD-VAL-3 for every matched key, and keys present in
      *> the third extract but not in the matched pairs - or matched
      *> keys absent from the third extract - go to BRKRPT like the
      *> two-way one-siders do (KEYEXC included).  CMPR001 only
      *> consults VAL-3 when
      *> CTL-THREE-WAY-SWITCH is on (see CMPCTL).
      *>
      *> Before a single key is matched, every extract is read end to
      *> end and balanced against its own header and trailer (see
      *> CMPXTR): account count and key hash total must agree with the
      *> trailer, keys must ascend with no duplicates, and the header
      *> date and source id must be the ones this run expects (see
      *> CMPXTRC).  The findings go to BALRPT.  An extract that fails
      *> any of these stops the run with RETURN-CODE 12 before any
      *> pair is written, so a half-delivered, unsorted or stale feed
      *> is never reconciled as if it were complete.
      *>
      *> A pair that cannot be written to CMPRIN, or a key-level break
      *> that cannot be written to KEYEXC, is counted and ends the run
      *> with RETURN-CODE 8, since either is a break the chain would
      *> otherwise never see.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR002.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XTC-IN ASSIGN TO XTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCTL-STATUS.
           SELECT EXTRACT-YDAY ASSIGN TO EXTRYDAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRYDAY-STATUS.
           SELECT BRK-OUT ASSIGN TO BRKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKRPT-STATUS.
           SELECT KEY-EXC-OUT ASSIGN TO KEYEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYEXC-STATUS.
           SELECT BAL-OUT ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XTC-IN
           RECORDING MODE IS F.
           COPY CMPXTRC.

       FD  EXTRACT-YDAY
           RECORDING MODE IS F.
           COPY CMPXTR
               REPLACING ==CMPR-EXTRACT-RECORD== BY ==XTR-Y-RECORD==
                         ==XTR-MAX-FIELDS==       BY ==XTR-Y-MAX-FIELDS==
                         ==XTR-KEY==              BY ==XTR-Y-KEY==
                         ==XTR-HEADER-RECORD==    BY ==XTR-Y-HEADER-RECORD==
                         ==XTR-TRAILER-RECORD==   BY ==XTR-Y-TRAILER-RECORD==
                         ==XTR-DETAIL-DATA==      BY ==XTR-Y-DETAIL-DATA==
                         ==XTR-CMP-LENGTH==       BY ==XTR-Y-CMP-LENGTH==
                         ==XTR-FIELD-COUNT==      BY ==XTR-Y-FIELD-COUNT==
                         ==XTR-FIELD-ENTRY==      BY ==XTR-Y-FIELD-ENTRY==
                         ==XTR-FIELD-NAME==       BY ==XTR-Y-FIELD-NAME==
                         ==XTR-FIELD-TYPE==       BY ==XTR-Y-FIELD-TYPE==
                         ==XTR-FIELD-VALUE==      BY ==XTR-Y-FIELD-VALUE==
                         ==XTR-HEADER-DATA==      BY ==XTR-Y-HEADER-DATA==
                         ==XTR-HDR-EXTRACT-DATE== BY ==XTR-Y-HDR-EXTRACT-DATE==
                         ==XTR-HDR-SOURCE-ID==    BY ==XTR-Y-HDR-SOURCE-ID==
                         ==XTR-TRAILER-DATA==     BY ==XTR-Y-TRAILER-DATA==
                         ==XTR-TRL-RECORD-COUNT== BY ==XTR-Y-TRL-RECORD-COUNT==
                         ==XTR-TRL-KEY-HASH==     BY ==XTR-Y-TRL-KEY-HASH==.

       FD  EXTRACT-TDAY
           RECORDING MODE IS F.
               REPLACING ==CMPR-EXTRACT-RECORD== BY ==XTR-T-RECORD==
                         ==XTR-MAX-FIELDS==       BY ==XTR-T-MAX-FIELDS==
                         ==XTR-KEY==              BY ==XTR-T-KEY==
                         ==XTR-HEADER-RECORD==    BY ==XTR-T-HEADER-RECORD==
                         ==XTR-TRAILER-RECORD==   BY ==XTR-T-TRAILER-RECORD==
                         ==XTR-DETAIL-DATA==      BY ==XTR-T-DETAIL-DATA==
                         ==XTR-CMP-LENGTH==       BY ==XTR-T-CMP-LENGTH==
                         ==XTR-FIELD-COUNT==      BY ==XTR-T-FIELD-COUNT==
                         ==XTR-FIELD-ENTRY==      BY ==XTR-T-FIELD-ENTRY==
                         ==XTR-FIELD-NAME==       BY ==XTR-T-FIELD-NAME==
                         ==XTR-FIELD-TYPE==       BY ==XTR-T-FIELD-TYPE==
                         ==XTR-FIELD-VALUE==      BY ==XTR-T-FIELD-VALUE==
                         ==XTR-HEADER-DATA==      BY ==XTR-T-HEADER-DATA==
                         ==XTR-HDR-EXTRACT-DATE== BY ==XTR-T-HDR-EXTRACT-DATE==
                         ==XTR-HDR-SOURCE-ID==    BY ==XTR-T-HDR-SOURCE-ID==
                         ==XTR-TRAILER-DATA==     BY ==XTR-T-TRAILER-DATA==
                         ==XTR-TRL-RECORD-COUNT== BY ==XTR-T-TRL-RECORD-COUNT==
                         ==XTR-TRL-KEY-HASH==     BY ==XTR-T-TRL-KEY-HASH==.

       FD  EXTRACT-THRD
           RECORDING MODE IS F.
               REPLACING ==CMPR-EXTRACT-RECORD== BY ==XTR-3-RECORD==
                         ==XTR-MAX-FIELDS==       BY ==XTR-3-MAX-FIELDS==
                         ==XTR-KEY==              BY ==XTR-3-KEY==
                         ==XTR-HEADER-RECORD==    BY ==XTR-3-HEADER-RECORD==
                         ==XTR-TRAILER-RECORD==   BY ==XTR-3-TRAILER-RECORD==
                         ==XTR-DETAIL-DATA==      BY ==XTR-3-DETAIL-DATA==
                         ==XTR-CMP-LENGTH==       BY ==XTR-3-CMP-LENGTH==
                         ==XTR-FIELD-COUNT==      BY ==XTR-3-FIELD-COUNT==
                         ==XTR-FIELD-ENTRY==      BY ==XTR-3-FIELD-ENTRY==
                         ==XTR-FIELD-NAME==       BY ==XTR-3-FIELD-NAME==
                         ==XTR-FIELD-TYPE==       BY ==XTR-3-FIELD-TYPE==
                         ==XTR-FIELD-VALUE==      BY ==XTR-3-FIELD-VALUE==
                         ==XTR-HEADER-DATA==      BY ==XTR-3-HEADER-DATA==
                         ==XTR-HDR-EXTRACT-DATE== BY ==XTR-3-HDR-EXTRACT-DATE==
                         ==XTR-HDR-SOURCE-ID==    BY ==XTR-3-HDR-SOURCE-ID==
                         ==XTR-TRAILER-DATA==     BY ==XTR-3-TRAILER-DATA==
                         ==XTR-TRL-RECORD-COUNT== BY ==XTR-3-TRL-RECORD-COUNT==
                         ==XTR-TRL-KEY-HASH==     BY ==XTR-3-TRL-KEY-HASH==.

       FD  CMPR-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           01  BRK-OUT-LINE                PIC X(80).

       FD  KEY-EXC-OUT
           RECORDING MODE IS F.
           COPY CMPEXC.

       FD  BAL-OUT
           RECORDING MODE IS F.
           01  BAL-OUT-LINE                PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY CMPRLOG.
       01  WS-EXTRTHRD-STATUS          PIC X(2).
       01  WS-CMPRIN-STATUS            PIC X(2).
       01  WS-BRKRPT-STATUS            PIC X(2).
       01  WS-BALRPT-STATUS            PIC X(2).
       01  WS-KEYEXC-STATUS            PIC X(2).
       01  WS-XTRCTL-STATUS            PIC X(2).
       01  WS-RUNLOG-STATUS            PIC X(2).
       01  WS-EXTRYDAY-OPEN-SW         PIC X(1) VALUE 'N'.
           88  WS-EXTRYDAY-OPEN        VALUE 'Y'.
           88  WS-CMPRIN-OPEN          VALUE 'Y'.
       01  WS-BRKRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-BRKRPT-OPEN          VALUE 'Y'.
       01  WS-BALRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-BALRPT-OPEN          VALUE 'Y'.
       01  WS-KEYEXC-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-KEYEXC-OPEN          VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-YDAY-EOF-SW              PIC X(1) VALUE 'N'.
       01  WS-THRD-PAIRED-COUNT        PIC 9(8) VALUE 0.
       01  WS-THRD-ONLY-COUNT          PIC 9(8) VALUE 0.
       01  WS-THRD-MISSING-COUNT       PIC 9(8) VALUE 0.
       01  WS-KEY-BREAK-COUNT          PIC 9(8) VALUE 0.

      *> Extract balancing (see 1200).  One entry per extract: 1 is
      *> EXTRYDAY, 2 is EXTRTDAY, 3 is EXTRTHRD when supplied.
       01  WS-OUT-OF-BALANCE-SW        PIC X(1) VALUE 'N'.
           88  WS-OUT-OF-BALANCE       VALUE 'Y'.
       01  WS-BAL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-BAL-EOF              VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-MAX-GAP-DAYS             PIC 9(3) VALUE 4.
       01  WS-EXPECTED-SOURCE-ID       PIC X(8) VALUE SPACES.
       01  WS-EXPECTED-THRD-SOURCE     PIC X(8) VALUE SPACES.
       01  WS-TODAY-INTEGER            PIC 9(8) COMP VALUE 0.
       01  WS-DATE-GAP                 PIC S9(8) COMP VALUE 0.
       01  WS-SIDE-IDX                 PIC 9(1) VALUE 0.
       01  WS-SIDE-COUNT               PIC 9(1) VALUE 2.
       01  WS-HASH-POS                 PIC 9(2) VALUE 0.
       01  WS-BAL-RECORD-NO            PIC 9(9) VALUE 0.
       01  WS-BAL-LISTED               PIC 9(8) VALUE 0.
       78  WS-BAL-LIST-MAX             VALUE 50.
       01  WS-BAL-PROBLEM              PIC X(60).
       01  WS-BAL-COUNT-ED             PIC Z(8)9.
       01  WS-BAL-TRL-COUNT-ED         PIC Z(8)9.
       01  WS-BAL-HASH-ED              PIC Z(14)9.
       01  WS-BAL-TRL-HASH-ED          PIC Z(14)9.
       01  WS-BAL-ERRORS-ED            PIC Z(7)9.
       01  WS-BAL-DUPS-ED              PIC Z(7)9.
       01  WS-BAL-GAP-ED               PIC ZZ9.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY            OCCURS 3 TIMES.
               10  WS-BAL-DDNAME       PIC X(8).
               10  WS-BAL-HEADER-SW    PIC X(1).
                   88  WS-BAL-HEADER-SEEN   VALUE 'Y'.
               10  WS-BAL-TRAILER-SW   PIC X(1).
                   88  WS-BAL-TRAILER-SEEN  VALUE 'Y'.
               10  WS-BAL-EXTRACT-DATE PIC X(8).
               10  WS-BAL-DATE-INTEGER PIC 9(8) COMP.
               10  WS-BAL-SOURCE-ID    PIC X(8).
               10  WS-BAL-DETAIL-COUNT PIC 9(9).
               10  WS-BAL-KEY-HASH     PIC 9(15).
               10  WS-BAL-TRL-COUNT    PIC 9(9).
               10  WS-BAL-TRL-HASH     PIC 9(15).
               10  WS-BAL-SEQ-ERRORS   PIC 9(8).
               10  WS-BAL-DUP-KEYS     PIC 9(8).
               10  WS-BAL-STRUCT-ERRORS PIC 9(8).
               10  WS-BAL-LAST-KEY     PIC X(10).
               10  WS-BAL-FAILED-SW    PIC X(1).
                   88  WS-BAL-FAILED        VALUE 'Y'.

      *> the balancing pass reads each extract into this one area so
      *> a single tally routine serves all three
           COPY CMPXTR
               REPLACING ==CMPR-EXTRACT-RECORD== BY ==XTR-W-RECORD==
                         ==XTR-MAX-FIELDS==       BY ==XTR-W-MAX-FIELDS==
                         ==XTR-KEY==              BY ==XTR-W-KEY==
                         ==XTR-HEADER-RECORD==    BY ==XTR-W-HEADER-RECORD==
                         ==XTR-TRAILER-RECORD==   BY ==XTR-W-TRAILER-RECORD==
                         ==XTR-DETAIL-DATA==      BY ==XTR-W-DETAIL-DATA==
                         ==XTR-CMP-LENGTH==       BY ==XTR-W-CMP-LENGTH==
                         ==XTR-FIELD-COUNT==      BY ==XTR-W-FIELD-COUNT==
                         ==XTR-FIELD-ENTRY==      BY ==XTR-W-FIELD-ENTRY==
                         ==XTR-FIELD-NAME==       BY ==XTR-W-FIELD-NAME==
                         ==XTR-FIELD-TYPE==       BY ==XTR-W-FIELD-TYPE==
                         ==XTR-FIELD-VALUE==      BY ==XTR-W-FIELD-VALUE==
                         ==XTR-HEADER-DATA==      BY ==XTR-W-HEADER-DATA==
                         ==XTR-HDR-EXTRACT-DATE== BY ==XTR-W-HDR-EXTRACT-DATE==
                         ==XTR-HDR-SOURCE-ID==    BY ==XTR-W-HDR-SOURCE-ID==
                         ==XTR-TRAILER-DATA==     BY ==XTR-W-TRAILER-DATA==
                         ==XTR-TRL-RECORD-COUNT== BY ==XTR-W-TRL-RECORD-COUNT==
                         ==XTR-TRL-KEY-HASH==     BY ==XTR-W-TRL-KEY-HASH==.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR AND NOT WS-OUT-OF-BALANCE
               PERFORM 2000-MATCH-RECORDS
                   UNTIL WS-YDAY-EOF AND WS-TDAY-EOF
               IF WS-THRD-PRESENT
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> ---------------------------------------------------------------
      *> CMPRIN is opened OUTPUT up front even though an unbalanced run
      *> writes nothing to it: an empty matched file is safer than
      *> leaving the previous night's pairs in place for a CMPR001
      *> someone reruns by hand past the RETURN-CODE 12.
      *> ---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-START-TIMESTAMP(1:8)))
           PERFORM 1050-READ-CONTROL-CARD
           OPEN INPUT EXTRACT-YDAY
           IF WS-EXTRYDAY-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO OPEN EXTRYDAY, STATUS='
           ELSE
               MOVE 'Y' TO WS-BRKRPT-OPEN-SW
           END-IF
           OPEN OUTPUT KEY-EXC-OUT
           IF WS-KEYEXC-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO OPEN KEYEXC, STATUS='
                   WS-KEYEXC-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
           ELSE
               MOVE 'Y' TO WS-KEYEXC-OPEN-SW
           END-IF
           OPEN OUTPUT BAL-OUT
           IF WS-BALRPT-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO OPEN BALRPT, STATUS='
                   WS-BALRPT-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
           ELSE
               MOVE 'Y' TO WS-BALRPT-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1160-OPEN-THIRD-EXTRACT
               PERFORM 1200-BALANCE-EXTRACTS
           END-IF
           IF NOT WS-INIT-ERROR AND NOT WS-OUT-OF-BALANCE
               PERFORM 1100-READ-YDAY
               PERFORM 1150-READ-TDAY
               IF WS-THRD-PRESENT
                   PERFORM 1170-READ-THRD
               END-IF
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT XTC-IN
           IF WS-XTRCTL-STATUS = '00'
               READ XTC-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XTC-BUSINESS-DATE IS NUMERIC
                           MOVE XTC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY 'CMPR002: XTC-BUSINESS-DATE "'
                               XTC-BUSINESS-DATE '" NOT NUMERIC, IGNORED'
                       END-IF
                       IF XTC-MAX-GAP-DAYS IS NUMERIC
                               AND XTC-MAX-GAP-DAYS > 0
                           MOVE XTC-MAX-GAP-DAYS TO WS-MAX-GAP-DAYS
                       END-IF
                       MOVE XTC-SOURCE-ID TO WS-EXPECTED-SOURCE-ID
                       MOVE XTC-THRD-SOURCE-ID TO WS-EXPECTED-THRD-SOURCE
               END-READ
               CLOSE XTC-IN
           END-IF.

      *> ---------------------------------------------------------------
           OPEN INPUT EXTRACT-THRD
           IF WS-EXTRTHRD-STATUS = '00'
               MOVE 'Y' TO WS-THRD-PRESENT-SW
               MOVE 3 TO WS-SIDE-COUNT
           ELSE
               MOVE 'Y' TO WS-THRD-EOF-SW
           END-IF.

      *> ---------------------------------------------------------------
      *> The header was vetted by the balancing pass, so here it is
      *> simply stepped over, and the trailer ends the file exactly as
      *> end-of-file would.
      *> ---------------------------------------------------------------
       1170-READ-THRD.
           PERFORM 1175-READ-THRD-RECORD
           IF XTR-3-HEADER-RECORD
               PERFORM 1175-READ-THRD-RECORD
           END-IF
           IF XTR-3-TRAILER-RECORD
               MOVE 'Y' TO WS-THRD-EOF-SW
               MOVE HIGH-VALUES TO XTR-3-KEY
           END-IF.

       1175-READ-THRD-RECORD.
           IF NOT WS-THRD-EOF
               READ EXTRACT-THRD
                   AT END
           END-IF.

       1100-READ-YDAY.
           PERFORM 1105-READ-YDAY-RECORD
           IF XTR-Y-HEADER-RECORD
               PERFORM 1105-READ-YDAY-RECORD
           END-IF
           IF XTR-Y-TRAILER-RECORD
               MOVE 'Y' TO WS-YDAY-EOF-SW
               MOVE HIGH-VALUES TO XTR-Y-KEY
           END-IF.

       1105-READ-YDAY-RECORD.
           IF NOT WS-YDAY-EOF
               READ EXTRACT-YDAY
                   AT END
           END-IF.

       1150-READ-TDAY.
           PERFORM 1155-READ-TDAY-RECORD
           IF XTR-T-HEADER-RECORD
               PERFORM 1155-READ-TDAY-RECORD
           END-IF
           IF XTR-T-TRAILER-RECORD
               MOVE 'Y' TO WS-TDAY-EOF-SW
               MOVE HIGH-VALUES TO XTR-T-KEY
           END-IF.

       1155-READ-TDAY-RECORD.
           IF NOT WS-TDAY-EOF
               READ EXTRACT-TDAY
                   AT END
               END-READ
           END-IF.

      *> ---------------------------------------------------------------
      *> Reads every extract end to end and balances it against its own
      *> control records before a single key is matched: a truncated
      *> transfer, a file sorted on the wrong key or re-sent from an
      *> earlier day would otherwise surface as a flood of false
      *> dropped/new accounts (or worse, reconcile cleanly against the
      *> wrong day).  Each extract is then reopened for the match.
      *> ---------------------------------------------------------------
       1200-BALANCE-EXTRACTS.
           MOVE SPACES TO BAL-OUT-LINE
           STRING 'CMPR002 EXTRACT BALANCING REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-START-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           PERFORM 1210-BALANCE-YDAY
           PERFORM 1220-BALANCE-TDAY
           IF WS-THRD-PRESENT
               PERFORM 1230-BALANCE-THRD
           END-IF
           PERFORM 1270-CHECK-EXTRACT-DATES
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > WS-SIDE-COUNT
               IF WS-BAL-FAILED(WS-SIDE-IDX)
                   MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF
           END-PERFORM
           MOVE SPACES TO BAL-OUT-LINE
           IF WS-OUT-OF-BALANCE
               STRING '  EXTRACTS OUT OF BALANCE - NOTHING MATCHED,'
                   ' RETURN-CODE 12' DELIMITED BY SIZE
                   INTO BAL-OUT-LINE
           ELSE
               STRING '  ALL EXTRACTS BALANCED - MATCHING PROCEEDS'
                   DELIMITED BY SIZE
                   INTO BAL-OUT-LINE
           END-IF
           PERFORM 1290-WRITE-BALANCE-LINE.

       1210-BALANCE-YDAY.
           MOVE 1 TO WS-SIDE-IDX
           MOVE 'EXTRYDAY' TO WS-BAL-DDNAME(WS-SIDE-IDX)
           PERFORM 1240-START-ONE-SIDE
           PERFORM 1215-READ-YDAY-FOR-BALANCE
           PERFORM UNTIL WS-BAL-EOF
               PERFORM 1250-TALLY-ONE-RECORD
               PERFORM 1215-READ-YDAY-FOR-BALANCE
           END-PERFORM
           PERFORM 1260-JUDGE-ONE-SIDE
           CLOSE EXTRACT-YDAY
           MOVE 'N' TO WS-EXTRYDAY-OPEN-SW
           OPEN INPUT EXTRACT-YDAY
           IF WS-EXTRYDAY-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO REOPEN EXTRYDAY, STATUS='
                   WS-EXTRYDAY-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
           ELSE
               MOVE 'Y' TO WS-EXTRYDAY-OPEN-SW
           END-IF.

       1215-READ-YDAY-FOR-BALANCE.
           READ EXTRACT-YDAY INTO XTR-W-RECORD
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-READ.

       1220-BALANCE-TDAY.
           MOVE 2 TO WS-SIDE-IDX
           MOVE 'EXTRTDAY' TO WS-BAL-DDNAME(WS-SIDE-IDX)
           PERFORM 1240-START-ONE-SIDE
           PERFORM 1225-READ-TDAY-FOR-BALANCE
           PERFORM UNTIL WS-BAL-EOF
               PERFORM 1250-TALLY-ONE-RECORD
               PERFORM 1225-READ-TDAY-FOR-BALANCE
           END-PERFORM
           PERFORM 1260-JUDGE-ONE-SIDE
           CLOSE EXTRACT-TDAY
           MOVE 'N' TO WS-EXTRTDAY-OPEN-SW
           OPEN INPUT EXTRACT-TDAY
           IF WS-EXTRTDAY-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO REOPEN EXTRTDAY, STATUS='
                   WS-EXTRTDAY-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
           ELSE
               MOVE 'Y' TO WS-EXTRTDAY-OPEN-SW
           END-IF.

       1225-READ-TDAY-FOR-BALANCE.
           READ EXTRACT-TDAY INTO XTR-W-RECORD
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-READ.

       1230-BALANCE-THRD.
           MOVE 3 TO WS-SIDE-IDX
           MOVE 'EXTRTHRD' TO WS-BAL-DDNAME(WS-SIDE-IDX)
           PERFORM 1240-START-ONE-SIDE
           PERFORM 1235-READ-THRD-FOR-BALANCE
           PERFORM UNTIL WS-BAL-EOF
               PERFORM 1250-TALLY-ONE-RECORD
               PERFORM 1235-READ-THRD-FOR-BALANCE
           END-PERFORM
           PERFORM 1260-JUDGE-ONE-SIDE
           CLOSE EXTRACT-THRD
           MOVE 'N' TO WS-THRD-PRESENT-SW
           OPEN INPUT EXTRACT-THRD
           IF WS-EXTRTHRD-STATUS NOT = '00'
               DISPLAY 'CMPR002: UNABLE TO REOPEN EXTRTHRD, STATUS='
                   WS-EXTRTHRD-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
           ELSE
               MOVE 'Y' TO WS-THRD-PRESENT-SW
           END-IF.

       1235-READ-THRD-FOR-BALANCE.
           READ EXTRACT-THRD INTO XTR-W-RECORD
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-READ.

       1240-START-ONE-SIDE.
           MOVE 'N' TO WS-BAL-EOF-SW
           MOVE 0 TO WS-BAL-RECORD-NO
           MOVE 0 TO WS-BAL-LISTED
           MOVE 'N' TO WS-BAL-HEADER-SW(WS-SIDE-IDX)
           MOVE 'N' TO WS-BAL-TRAILER-SW(WS-SIDE-IDX)
           MOVE 'N' TO WS-BAL-FAILED-SW(WS-SIDE-IDX)
           MOVE SPACES TO WS-BAL-EXTRACT-DATE(WS-SIDE-IDX)
           MOVE SPACES TO WS-BAL-SOURCE-ID(WS-SIDE-IDX)
           MOVE SPACES TO WS-BAL-LAST-KEY(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-DATE-INTEGER(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-DETAIL-COUNT(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-KEY-HASH(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-TRL-COUNT(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-TRL-HASH(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-SEQ-ERRORS(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-DUP-KEYS(WS-SIDE-IDX)
           MOVE 0 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
           MOVE SPACES TO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           MOVE SPACES TO BAL-OUT-LINE
           STRING '  ' WS-BAL-DDNAME(WS-SIDE-IDX) DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE.

      *> ---------------------------------------------------------------
      *> One record of the extract being balanced.  A key lower than
      *> the one before it is out of sequence and an equal one is a
      *> duplicate; either would make the merge in 2000 pair the wrong
      *> records.  The out-of-sequence key becomes the new comparison
      *> point, so one misplaced record is reported once, not once for
      *> every record after it.
      *> ---------------------------------------------------------------
       1250-TALLY-ONE-RECORD.
           ADD 1 TO WS-BAL-RECORD-NO
           EVALUATE TRUE
               WHEN WS-BAL-TRAILER-SEEN(WS-SIDE-IDX)
                   ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                   MOVE 'RECORD FOLLOWS THE TRAILER' TO WS-BAL-PROBLEM
                   PERFORM 1255-LIST-RECORD-PROBLEM
               WHEN XTR-W-HEADER-RECORD
                   IF WS-BAL-RECORD-NO = 1
                       MOVE 'Y' TO WS-BAL-HEADER-SW(WS-SIDE-IDX)
                       MOVE XTR-W-HDR-EXTRACT-DATE
                           TO WS-BAL-EXTRACT-DATE(WS-SIDE-IDX)
                       MOVE XTR-W-HDR-SOURCE-ID
                           TO WS-BAL-SOURCE-ID(WS-SIDE-IDX)
                   ELSE
                       ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                       MOVE 'HEADER RECORD OUT OF PLACE' TO WS-BAL-PROBLEM
                       PERFORM 1255-LIST-RECORD-PROBLEM
                   END-IF
               WHEN XTR-W-TRAILER-RECORD
                   MOVE 'Y' TO WS-BAL-TRAILER-SW(WS-SIDE-IDX)
                   IF XTR-W-TRL-RECORD-COUNT IS NUMERIC
                           AND XTR-W-TRL-KEY-HASH IS NUMERIC
                       MOVE XTR-W-TRL-RECORD-COUNT
                           TO WS-BAL-TRL-COUNT(WS-SIDE-IDX)
                       MOVE XTR-W-TRL-KEY-HASH
                           TO WS-BAL-TRL-HASH(WS-SIDE-IDX)
                   ELSE
                       ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                       MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-BAL-PROBLEM
                       PERFORM 1255-LIST-RECORD-PROBLEM
                   END-IF
               WHEN OTHER
                   IF WS-BAL-RECORD-NO = 1
                       ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                       MOVE 'FIRST RECORD IS NOT A HEADER'
                           TO WS-BAL-PROBLEM
                       PERFORM 1255-LIST-RECORD-PROBLEM
                   END-IF
                   ADD 1 TO WS-BAL-DETAIL-COUNT(WS-SIDE-IDX)
                   PERFORM 1252-HASH-ONE-KEY
                   IF WS-BAL-DETAIL-COUNT(WS-SIDE-IDX) > 1
                       IF XTR-W-KEY = WS-BAL-LAST-KEY(WS-SIDE-IDX)
                           ADD 1 TO WS-BAL-DUP-KEYS(WS-SIDE-IDX)
                           MOVE 'DUPLICATE KEY' TO WS-BAL-PROBLEM
                           PERFORM 1255-LIST-RECORD-PROBLEM
                       ELSE
                           IF XTR-W-KEY < WS-BAL-LAST-KEY(WS-SIDE-IDX)
                               ADD 1 TO WS-BAL-SEQ-ERRORS(WS-SIDE-IDX)
                               MOVE SPACES TO WS-BAL-PROBLEM
                               STRING 'OUT OF SEQUENCE, FOLLOWS '
                                       DELIMITED BY SIZE
                                   WS-BAL-LAST-KEY(WS-SIDE-IDX)
                                       DELIMITED BY SIZE
                                   INTO WS-BAL-PROBLEM
                               PERFORM 1255-LIST-RECORD-PROBLEM
                           END-IF
                       END-IF
                   END-IF
                   MOVE XTR-W-KEY TO WS-BAL-LAST-KEY(WS-SIDE-IDX)
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Key hash as defined in CMPXTR: each key byte's value weighted
      *> by its position, summed over every account record.
      *> ---------------------------------------------------------------
       1252-HASH-ONE-KEY.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 10
               COMPUTE WS-BAL-KEY-HASH(WS-SIDE-IDX) =
                   WS-BAL-KEY-HASH(WS-SIDE-IDX) + WS-HASH-POS *
                   (FUNCTION ORD(XTR-W-KEY(WS-HASH-POS:1)) - 1)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> Record-level problems are listed individually up to
      *> WS-BAL-LIST-MAX per extract; an extract sorted on the wrong
      *> key would otherwise bury the report.  The counts in 1260
      *> still cover every one.
      *> ---------------------------------------------------------------
       1255-LIST-RECORD-PROBLEM.
           MOVE 'Y' TO WS-BAL-FAILED-SW(WS-SIDE-IDX)
           ADD 1 TO WS-BAL-LISTED
           IF WS-BAL-LISTED <= WS-BAL-LIST-MAX
               MOVE WS-BAL-RECORD-NO TO WS-BAL-COUNT-ED
               MOVE SPACES TO BAL-OUT-LINE
               STRING '    RECORD' DELIMITED BY SIZE
                   WS-BAL-COUNT-ED DELIMITED BY SIZE
                   ' KEY ' DELIMITED BY SIZE
                   XTR-W-KEY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-PROBLEM DELIMITED BY SIZE
                   INTO BAL-OUT-LINE
               PERFORM 1290-WRITE-BALANCE-LINE
           END-IF.

       1256-LIST-SIDE-PROBLEM.
           MOVE 'Y' TO WS-BAL-FAILED-SW(WS-SIDE-IDX)
           MOVE SPACES TO BAL-OUT-LINE
           STRING '    ' WS-BAL-DDNAME(WS-SIDE-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BAL-PROBLEM DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE.

       1260-JUDGE-ONE-SIDE.
           IF WS-BAL-RECORD-NO = 0
               ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
               MOVE 'IS EMPTY - NO HEADER OR TRAILER' TO WS-BAL-PROBLEM
               PERFORM 1256-LIST-SIDE-PROBLEM
           ELSE
               IF NOT WS-BAL-HEADER-SEEN(WS-SIDE-IDX)
                   ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                   MOVE 'HAS NO HEADER - EXTRACT DATE UNKNOWN'
                       TO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
               IF NOT WS-BAL-TRAILER-SEEN(WS-SIDE-IDX)
                   ADD 1 TO WS-BAL-STRUCT-ERRORS(WS-SIDE-IDX)
                   MOVE 'HAS NO TRAILER - EXTRACT INCOMPLETE'
                       TO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
           END-IF
           IF WS-BAL-LISTED > WS-BAL-LIST-MAX
               COMPUTE WS-BAL-ERRORS-ED = WS-BAL-LISTED - WS-BAL-LIST-MAX
               MOVE SPACES TO BAL-OUT-LINE
               STRING '    ' WS-BAL-ERRORS-ED DELIMITED BY SIZE
                   ' FURTHER RECORD PROBLEM(S) NOT LISTED'
                       DELIMITED BY SIZE
                   INTO BAL-OUT-LINE
               PERFORM 1290-WRITE-BALANCE-LINE
           END-IF
           MOVE WS-BAL-DETAIL-COUNT(WS-SIDE-IDX) TO WS-BAL-COUNT-ED
           MOVE WS-BAL-TRL-COUNT(WS-SIDE-IDX) TO WS-BAL-TRL-COUNT-ED
           MOVE SPACES TO BAL-OUT-LINE
           STRING '    ACCOUNT RECORDS ' DELIMITED BY SIZE
               WS-BAL-COUNT-ED DELIMITED BY SIZE
               '   TRAILER ' DELIMITED BY SIZE
               WS-BAL-TRL-COUNT-ED DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           MOVE WS-BAL-KEY-HASH(WS-SIDE-IDX) TO WS-BAL-HASH-ED
           MOVE WS-BAL-TRL-HASH(WS-SIDE-IDX) TO WS-BAL-TRL-HASH-ED
           MOVE SPACES TO BAL-OUT-LINE
           STRING '    KEY HASH TOTAL  ' DELIMITED BY SIZE
               WS-BAL-HASH-ED DELIMITED BY SIZE
               '   TRAILER ' DELIMITED BY SIZE
               WS-BAL-TRL-HASH-ED DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           MOVE WS-BAL-SEQ-ERRORS(WS-SIDE-IDX) TO WS-BAL-ERRORS-ED
           MOVE WS-BAL-DUP-KEYS(WS-SIDE-IDX) TO WS-BAL-DUPS-ED
           MOVE SPACES TO BAL-OUT-LINE
           STRING '    OUT OF SEQUENCE ' DELIMITED BY SIZE
               WS-BAL-ERRORS-ED DELIMITED BY SIZE
               '   DUPLICATE KEYS ' DELIMITED BY SIZE
               WS-BAL-DUPS-ED DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           IF WS-BAL-TRAILER-SEEN(WS-SIDE-IDX)
               IF WS-BAL-DETAIL-COUNT(WS-SIDE-IDX)
                       NOT = WS-BAL-TRL-COUNT(WS-SIDE-IDX)
                   MOVE 'RECORD COUNT DOES NOT AGREE WITH TRAILER'
                       TO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
               IF WS-BAL-KEY-HASH(WS-SIDE-IDX)
                       NOT = WS-BAL-TRL-HASH(WS-SIDE-IDX)
                   MOVE 'KEY HASH TOTAL DOES NOT AGREE WITH TRAILER'
                       TO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> The header dates decide whether these are the right files for
      *> tonight: today's extract must carry the business date (or,
      *> with no XTRCTL date, today's or yesterday's), yesterday's must
      *> be older than today's but by no more than WS-MAX-GAP-DAYS -
      *> the same file fed to both DDs, or a week-old one, fails here -
      *> and a third extract must be of the same date as today's.  The
      *> two main extracts come from one system, so their source ids
      *> must agree as well as match XTRCTL when it names one.
      *> ---------------------------------------------------------------
       1270-CHECK-EXTRACT-DATES.
           MOVE SPACES TO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           MOVE SPACES TO BAL-OUT-LINE
           STRING '  EXTRACT DATES AND SOURCES' DELIMITED BY SIZE
               INTO BAL-OUT-LINE
           PERFORM 1290-WRITE-BALANCE-LINE
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > WS-SIDE-COUNT
               PERFORM 1275-VET-ONE-HEADER-DATE
           END-PERFORM
           IF WS-BAL-DATE-INTEGER(2) > 0
               MOVE 2 TO WS-SIDE-IDX
               IF WS-BUSINESS-DATE > 0
                   IF WS-BAL-EXTRACT-DATE(2) NOT = WS-BUSINESS-DATE
                       MOVE SPACES TO WS-BAL-PROBLEM
                       STRING 'DATED ' WS-BAL-EXTRACT-DATE(2)
                           ', BUSINESS DATE IS ' WS-BUSINESS-DATE
                           DELIMITED BY SIZE
                           INTO WS-BAL-PROBLEM
                       PERFORM 1256-LIST-SIDE-PROBLEM
                   END-IF
               ELSE
                   IF WS-BAL-DATE-INTEGER(2) NOT = WS-TODAY-INTEGER
                           AND WS-BAL-DATE-INTEGER(2)
                               NOT = WS-TODAY-INTEGER - 1
                       MOVE SPACES TO WS-BAL-PROBLEM
                       STRING 'DATED ' WS-BAL-EXTRACT-DATE(2)
                           ' - STALE, NOT TODAY OR YESTERDAY'
                           DELIMITED BY SIZE
                           INTO WS-BAL-PROBLEM
                       PERFORM 1256-LIST-SIDE-PROBLEM
                   END-IF
               END-IF
               IF WS-BAL-DATE-INTEGER(1) > 0
                   MOVE 1 TO WS-SIDE-IDX
                   COMPUTE WS-DATE-GAP = WS-BAL-DATE-INTEGER(2)
                       - WS-BAL-DATE-INTEGER(1)
                   IF WS-DATE-GAP < 1
                       MOVE SPACES TO WS-BAL-PROBLEM
                       STRING 'DATED ' WS-BAL-EXTRACT-DATE(1)
                           ' - NOT OLDER THAN EXTRTDAY' DELIMITED BY SIZE
                           INTO WS-BAL-PROBLEM
                       PERFORM 1256-LIST-SIDE-PROBLEM
                   ELSE
                       IF WS-DATE-GAP > WS-MAX-GAP-DAYS
                           MOVE WS-MAX-GAP-DAYS TO WS-BAL-GAP-ED
                           MOVE SPACES TO WS-BAL-PROBLEM
                           STRING 'DATED ' WS-BAL-EXTRACT-DATE(1)
                               ' - OVER ' WS-BAL-GAP-ED
                               ' DAY(S) BEFORE EXTRTDAY'
                               DELIMITED BY SIZE
                               INTO WS-BAL-PROBLEM
                           PERFORM 1256-LIST-SIDE-PROBLEM
                       END-IF
                   END-IF
               END-IF
               IF WS-THRD-PRESENT AND WS-BAL-DATE-INTEGER(3) > 0
                   MOVE 3 TO WS-SIDE-IDX
                   IF WS-BAL-DATE-INTEGER(3) NOT = WS-BAL-DATE-INTEGER(2)
                       MOVE SPACES TO WS-BAL-PROBLEM
                       STRING 'DATED ' WS-BAL-EXTRACT-DATE(3)
                           ' - NOT THE DATE OF EXTRTDAY' DELIMITED BY SIZE
                           INTO WS-BAL-PROBLEM
                       PERFORM 1256-LIST-SIDE-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-BAL-HEADER-SEEN(1) AND WS-BAL-HEADER-SEEN(2)
               IF WS-BAL-SOURCE-ID(1) NOT = WS-BAL-SOURCE-ID(2)
                   MOVE 1 TO WS-SIDE-IDX
                   MOVE SPACES TO WS-BAL-PROBLEM
                   STRING 'SOURCE ' WS-BAL-SOURCE-ID(1)
                       ' DIFFERS FROM EXTRTDAY SOURCE '
                       WS-BAL-SOURCE-ID(2) DELIMITED BY SIZE
                       INTO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
           END-IF
           IF WS-EXPECTED-SOURCE-ID NOT = SPACES
                   AND WS-BAL-HEADER-SEEN(2)
                   AND WS-BAL-SOURCE-ID(2) NOT = WS-EXPECTED-SOURCE-ID
               MOVE 2 TO WS-SIDE-IDX
               MOVE SPACES TO WS-BAL-PROBLEM
               STRING 'SOURCE ' WS-BAL-SOURCE-ID(2)
                   ', XTRCTL EXPECTS ' WS-EXPECTED-SOURCE-ID
                   DELIMITED BY SIZE
                   INTO WS-BAL-PROBLEM
               PERFORM 1256-LIST-SIDE-PROBLEM
           END-IF
           IF WS-THRD-PRESENT AND WS-EXPECTED-THRD-SOURCE NOT = SPACES
                   AND WS-BAL-HEADER-SEEN(3)
                   AND WS-BAL-SOURCE-ID(3) NOT = WS-EXPECTED-THRD-SOURCE
               MOVE 3 TO WS-SIDE-IDX
               MOVE SPACES TO WS-BAL-PROBLEM
               STRING 'SOURCE ' WS-BAL-SOURCE-ID(3)
                   ', XTRCTL EXPECTS ' WS-EXPECTED-THRD-SOURCE
                   DELIMITED BY SIZE
                   INTO WS-BAL-PROBLEM
               PERFORM 1256-LIST-SIDE-PROBLEM
           END-IF.

      *> ---------------------------------------------------------------
      *> Lists one extract's header date and source and checks the date
      *> is a real calendar date; INTEGER-OF-DATE yields zero when it
      *> is not, the same test CMPR001's 2027 relies on.  An extract
      *> with no header has no date to check; 1260 has already failed
      *> it, whatever its first record was.
      *> ---------------------------------------------------------------
       1275-VET-ONE-HEADER-DATE.
           IF WS-BAL-HEADER-SEEN(WS-SIDE-IDX)
               MOVE SPACES TO BAL-OUT-LINE
               STRING '    ' WS-BAL-DDNAME(WS-SIDE-IDX)
                   ' DATED ' WS-BAL-EXTRACT-DATE(WS-SIDE-IDX)
                   ' FROM SOURCE ' WS-BAL-SOURCE-ID(WS-SIDE-IDX)
                   DELIMITED BY SIZE
                   INTO BAL-OUT-LINE
               PERFORM 1290-WRITE-BALANCE-LINE
               IF WS-BAL-EXTRACT-DATE(WS-SIDE-IDX) IS NUMERIC
                   COMPUTE WS-BAL-DATE-INTEGER(WS-SIDE-IDX) =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                           WS-BAL-EXTRACT-DATE(WS-SIDE-IDX)))
               END-IF
               IF WS-BAL-DATE-INTEGER(WS-SIDE-IDX) = 0
                   MOVE 'HEADER DATE IS NOT A VALID YYYYMMDD DATE'
                       TO WS-BAL-PROBLEM
                   PERFORM 1256-LIST-SIDE-PROBLEM
               END-IF
           END-IF.

       1290-WRITE-BALANCE-LINE.
           WRITE BAL-OUT-LINE
           DISPLAY 'CMPR002: ' BAL-OUT-LINE
           IF WS-BALRPT-STATUS NOT = '00'
               DISPLAY 'CMPR002: WRITE TO BALRPT FAILED, STATUS='
                   WS-BALRPT-STATUS
           END-IF.

       2000-MATCH-RECORDS.
           IF XTR-Y-KEY < XTR-T-KEY
               PERFORM 2100-REPORT-YDAY-ONLY
               ' DROPPED - PRESENT YESTERDAY ONLY' DELIMITED BY SIZE
               INTO BRK-OUT-LINE
           WRITE BRK-OUT-LINE
           DISPLAY 'CMPR002: ' BRK-OUT-LINE
           MOVE XTR-Y-KEY TO EXC-KEY
           MOVE '*DROPPED' TO EXC-FIELD-NAME
           MOVE 'D' TO EXC-BREAK-TYPE
           MOVE '2' TO EXC-MISSING-SIDE
           PERFORM 2500-WRITE-KEY-BREAK.

       2200-REPORT-TDAY-ONLY.
           ADD 1 TO WS-TDAY-ONLY-COUNT
               ' NEW - PRESENT TODAY ONLY' DELIMITED BY SIZE
               INTO BRK-OUT-LINE
           WRITE BRK-OUT-LINE
           DISPLAY 'CMPR002: ' BRK-OUT-LINE
           MOVE XTR-T-KEY TO EXC-KEY
           MOVE '*NEW' TO EXC-FIELD-NAME
           MOVE 'N' TO EXC-BREAK-TYPE
           MOVE '1' TO EXC-MISSING-SIDE
           PERFORM 2500-WRITE-KEY-BREAK.

       2300-WRITE-MATCHED-PAIR.
           PERFORM 2350-CHECK-FIELD-ALIGNMENT
                   INTO BRK-OUT-LINE
               WRITE BRK-OUT-LINE
               DISPLAY 'CMPR002: ' BRK-OUT-LINE
               MOVE CMPR-KEY TO EXC-KEY
               MOVE '*THRD-MISS' TO EXC-FIELD-NAME
               MOVE 'M' TO EXC-BREAK-TYPE
               MOVE '3' TO EXC-MISSING-SIDE
               PERFORM 2500-WRITE-KEY-BREAK
           END-IF.

       2410-REPORT-THRD-ONLY.
               ' PRESENT IN THIRD EXTRACT ONLY' DELIMITED BY SIZE
               INTO BRK-OUT-LINE
           WRITE BRK-OUT-LINE
           DISPLAY 'CMPR002: ' BRK-OUT-LINE
           MOVE XTR-3-KEY TO EXC-KEY
           MOVE '*THRD-ONLY' TO EXC-FIELD-NAME
           MOVE 'O' TO EXC-BREAK-TYPE
           MOVE 'P' TO EXC-MISSING-SIDE
           PERFORM 2500-WRITE-KEY-BREAK.

       2450-REPORT-THRD-LEFTOVER.
           PERFORM 2410-REPORT-THRD-ONLY
           PERFORM 1170-READ-THRD.

      *> ---------------------------------------------------------------
      *> The caller has set the key, the break type, its '*' name and
      *> the missing side (see CMPEXC); a key-level break carries no
      *> field values.  Stamped with the run's start time, which is
      *> what CMPR008 ages it from.
      *> ---------------------------------------------------------------
       2500-WRITE-KEY-BREAK.
           MOVE SPACES TO EXC-VALUE-1
           MOVE SPACES TO EXC-VALUE-2
           MOVE SPACES TO EXC-VALUE-3
           MOVE SPACE TO EXC-OUTLIER
           MOVE SPACE TO EXC-FIELD-TYPE
           MOVE 0 TO EXC-CMP-LENGTH
           MOVE SPACES TO EXC-RESULT
           MOVE SPACES TO EXC-EXPECTED-VALUE
           MOVE SPACES TO EXC-CHANGE-REF
           MOVE SPACE TO EXC-MASKED-SW
           MOVE WS-START-TIMESTAMP TO EXC-TIMESTAMP
           WRITE CMPR-EXCEPTION-RECORD
           IF WS-KEYEXC-STATUS = '00'
               ADD 1 TO WS-KEY-BREAK-COUNT
           ELSE
               ADD 1 TO WS-WRITE-FAIL-COUNT
               DISPLAY 'CMPR002: WRITE TO KEYEXC FAILED, STATUS='
                   WS-KEYEXC-STATUS ' FOR RECORD ' EXC-KEY
           END-IF.

       9000-TERMINATE.
           IF WS-EXTRYDAY-OPEN
               CLOSE EXTRACT-YDAY
           IF WS-BRKRPT-OPEN
               CLOSE BRK-OUT
           END-IF
           IF WS-KEYEXC-OPEN
               CLOSE KEY-EXC-OUT
           END-IF
           IF WS-BALRPT-OPEN
               CLOSE BAL-OUT
           END-IF
           PERFORM 9050-SHOW-SUMMARY
           PERFORM 9100-SET-RETURN-CODE
           PERFORM 9200-WRITE-RUN-LOG.
       9050-SHOW-SUMMARY.
           DISPLAY '==================================================='
           DISPLAY 'CMPR002 SUMMARY'
           IF WS-OUT-OF-BALANCE
               DISPLAY '  Extract balancing                : FAILED'
                   ' - SEE BALRPT'
           ELSE
               DISPLAY '  Extract balancing                : BALANCED'
           END-IF
           DISPLAY '  Matched pairs written to CMPRIN : ' WS-MATCHED-COUNT
           DISPLAY '  Yesterday-only (dropped)         : '
               WS-YDAY-ONLY-COUNT
               WS-TDAY-ONLY-COUNT
           DISPLAY '  Field alignment warnings         : '
               WS-ALIGN-WARN-COUNT
           DISPLAY '  Key-level breaks written (KEYEXC): '
               WS-KEY-BREAK-COUNT
           DISPLAY '  Records lost to write failures   : '
               WS-WRITE-FAIL-COUNT
           IF WS-THRD-PRESENT
               DISPLAY '  Third-side values paired         : '
           DISPLAY '==================================================='.

       9100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-INIT-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-YDAY-ONLY-COUNT = 0
                       AND WS-TDAY-ONLY-COUNT = 0
                       AND WS-ALIGN-WARN-COUNT = 0
                       AND WS-THRD-ONLY-COUNT = 0
                       AND WS-THRD-MISSING-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Appends this run's completion record to the shared RUNLOG
