      *> open-breaks master (see CMPBRK), keyed by EXC-KEY plus
      *> EXC-FIELD-NAME, so a break that mismatches run after run is
      *> one aging entry instead of an unrelated exception row per run.
      *> Each exception is applied to the master (BRKMST, an indexed
      *> file keyed on the pair) by a keyed read: a pair seen for the
      *> first time is written NEW, a pair already open is rewritten
      *> RECURRING.  One sequential pass then marks CLEARED every open
      *> pair today's EXCOUT did not mention and drops the pairs that
      *> were already CLEARED, and a second pass reports every open
      *> break whose first-seen date is at least BKC-AGING-DAYS old
      *> (see CMPBRKC) to AGERPT.
      *>
      *> EXCIN also carries CMPR002's key-level breaks (KEYEXC - see
      *> CMPEXC), which roll in exactly like field-level ones except
      *> that a dropped or new account, reported only on the night it
      *> changed, is held open until dispositioned instead of clearing
      *> the next night it goes unmentioned.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR008.
           SELECT OPTIONAL BKC-IN ASSIGN TO BRKCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKCTL-STATUS.
           SELECT OPTIONAL BRKM-IO ASSIGN TO BRKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-MASTER-KEY
               FILE STATUS IS WS-BRKMST-STATUS.
           SELECT EXC-IN ASSIGN TO EXCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCIN-STATUS.
           SELECT RPT-OUT ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.
           RECORDING MODE IS F.
           COPY CMPBRKC.

       FD  BRKM-IO
           RECORDING MODE IS F.
           COPY CMPBRK.

           RECORDING MODE IS F.
           COPY CMPEXC.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BRKCTL-STATUS            PIC X(2).
       01  WS-BRKMST-STATUS            PIC X(2).
       01  WS-EXCIN-STATUS             PIC X(2).
       01  WS-AGERPT-STATUS            PIC X(2).
       01  WS-BRKMST-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-BRKMST-OPEN          VALUE 'Y'.
       01  WS-EXCIN-OPEN-SW            PIC X(1) VALUE 'N'.
           88  WS-EXCIN-OPEN           VALUE 'Y'.
       01  WS-AGERPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-AGERPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-MASTER-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-MASTER-EOF           VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-DROPPED-SW               PIC X(1) VALUE 'N'.
           88  WS-DROPPED              VALUE 'Y'.

       01  WS-AGING-DAYS               PIC 9(3) VALUE 0.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-COUNT-ED                 PIC ZZZZ9.
       01  WS-AGING-DAYS-ED            PIC ZZ9.
       01  WS-FIRST-SEEN-DATE          PIC X(8).
       01  WS-AMOUNT-LENGTH            PIC 9(3) VALUE 0.
       01  WS-AMOUNT-1                 PIC S9(9)V9(2) COMP-3 VALUE 0.
       01  WS-AMOUNT-2                 PIC S9(9)V9(2) COMP-3 VALUE 0.

       01  WS-BREAKS-NEW               PIC 9(7) VALUE 0.
       01  WS-BREAKS-RECURRING         PIC 9(7) VALUE 0.
       01  WS-BREAKS-CLEARED           PIC 9(7) VALUE 0.
       01  WS-BREAKS-DROPPED           PIC 9(7) VALUE 0.
       01  WS-BREAKS-AGED              PIC 9(7) VALUE 0.
       01  WS-BREAKS-OPEN              PIC 9(7) VALUE 0.
       01  WS-KEY-BREAKS-OPEN          PIC 9(7) VALUE 0.
       01  WS-EXC-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-MASTER-FAIL-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))
           PERFORM 1050-READ-CONTROL-CARD
      *>   BRKMST is SELECT OPTIONAL: on the very first roll there is no
      *>   master yet, the open creates it ('05') and every break
      *>   comes out NEW
           OPEN I-O BRKM-IO
           IF WS-BRKMST-STATUS NOT = '00' AND WS-BRKMST-STATUS NOT = '05'
               DISPLAY 'CMPR008: UNABLE TO OPEN BRKMST, STATUS='
                   WS-BRKMST-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-BRKMST-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN INPUT EXC-IN
               IF WS-EXCIN-STATUS NOT = '00'
                   DISPLAY 'CMPR008: UNABLE TO OPEN EXCIN, STATUS='
                       WS-EXCIN-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-EXCIN-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               CLOSE BKC-IN
           END-IF.

       2000-ROLL-ONE-EXCEPTION.
           READ EXC-IN
               AT END
           END-READ.

       2100-APPLY-ONE-EXCEPTION.
           MOVE EXC-KEY TO BRK-KEY
           MOVE EXC-FIELD-NAME TO BRK-FIELD-NAME
           READ BRKM-IO
               KEY IS BRK-MASTER-KEY
               INVALID KEY
                   PERFORM 2200-ADD-NEW-BREAK
               NOT INVALID KEY
                   PERFORM 2300-UPDATE-KNOWN-BREAK
           END-READ.

       2200-ADD-NEW-BREAK.
           MOVE SPACES TO CMPR-BREAK-RECORD
           MOVE EXC-KEY TO BRK-KEY
           MOVE EXC-FIELD-NAME TO BRK-FIELD-NAME
           PERFORM 2250-START-BREAK
           WRITE CMPR-BREAK-RECORD
           IF WS-BRKMST-STATUS NOT = '00'
               DISPLAY 'CMPR008: WRITE TO BRKMST FAILED, STATUS='
                   WS-BRKMST-STATUS ' FOR BREAK ' BRK-KEY
               ADD 1 TO WS-MASTER-FAIL-COUNT
           END-IF.

       2250-START-BREAK.
           MOVE 'N' TO BRK-STATUS
           MOVE EXC-TIMESTAMP TO BRK-FIRST-SEEN
           MOVE EXC-TIMESTAMP TO BRK-LAST-SEEN
           MOVE 1 TO BRK-OCCURRENCE-COUNT
           MOVE SPACES TO BRK-DISPOSITION
           MOVE SPACES TO BRK-APPROVER
           MOVE EXC-BREAK-TYPE TO BRK-BREAK-TYPE
           MOVE EXC-MISSING-SIDE TO BRK-MISSING-SIDE
           MOVE WS-TIMESTAMP TO BRK-LAST-ROLL
           PERFORM 2270-CARRY-AMOUNT.

      *> ---------------------------------------------------------------
      *> A field break keeps its latest two values and, on an 'N'
      *> field whose values are both numbers over the compare length
      *> CMPR001 applied, their absolute difference, so the money an
      *> open break holds can be totalled (see CMPR017); the test and
      *> conversion are CMPR001's 2020.  A key-level break carries
      *> none, and neither does a masked field (see EXC-MASKED-SW):
      *> its values are no longer the amounts.
      *> ---------------------------------------------------------------
       2270-CARRY-AMOUNT.
           MOVE EXC-FIELD-TYPE TO BRK-FIELD-TYPE
           MOVE SPACES TO BRK-LAST-VALUE-1
           MOVE SPACES TO BRK-LAST-VALUE-2
           MOVE 'N' TO BRK-AMOUNT-SW
           MOVE 0 TO BRK-ABS-DIFF
           IF EXC-FIELD-BREAK
               MOVE EXC-VALUE-1 TO BRK-LAST-VALUE-1
               MOVE EXC-VALUE-2 TO BRK-LAST-VALUE-2
           END-IF
           IF EXC-FIELD-TYPE = 'N' AND EXC-FIELD-BREAK
                   AND NOT EXC-VALUES-MASKED
               IF EXC-CMP-LENGTH IS NUMERIC
                       AND EXC-CMP-LENGTH > 0 AND EXC-CMP-LENGTH <= 100
                   MOVE EXC-CMP-LENGTH TO WS-AMOUNT-LENGTH
               ELSE
                   MOVE 100 TO WS-AMOUNT-LENGTH
               END-IF
               IF FUNCTION TEST-NUMVAL(EXC-VALUE-1(1:WS-AMOUNT-LENGTH)) = 0
                       AND FUNCTION TEST-NUMVAL(
                           EXC-VALUE-2(1:WS-AMOUNT-LENGTH)) = 0
                   COMPUTE WS-AMOUNT-1 =
                       FUNCTION NUMVAL(EXC-VALUE-1(1:WS-AMOUNT-LENGTH))
                   COMPUTE WS-AMOUNT-2 =
                       FUNCTION NUMVAL(EXC-VALUE-2(1:WS-AMOUNT-LENGTH))
                   COMPUTE BRK-ABS-DIFF =
                       FUNCTION ABS(WS-AMOUNT-1 - WS-AMOUNT-2)
                   MOVE 'Y' TO BRK-AMOUNT-SW
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> A pair CLEARED on the previous roll (or closed by a FIXED
      *> disposition) has had its cycle of visibility; breaking again
      *> starts it over as NEW, first-seen today, decision wiped.
      *> Otherwise the break is RECURRING.  The same key/field pair can
      *> only repeat within one EXCIN on a restarted run that
      *> re-compared a few records; the second sighting is the same
      *> break, so only the first advances the occurrence count.
      *> ---------------------------------------------------------------
       2300-UPDATE-KNOWN-BREAK.
           IF BRK-LAST-ROLL NOT = WS-TIMESTAMP
               IF BRK-STATUS-CLEARED
                   PERFORM 2250-START-BREAK
               ELSE
                   MOVE 'R' TO BRK-STATUS
                   MOVE EXC-TIMESTAMP TO BRK-LAST-SEEN
                   ADD 1 TO BRK-OCCURRENCE-COUNT
                   MOVE WS-TIMESTAMP TO BRK-LAST-ROLL
                   PERFORM 2270-CARRY-AMOUNT
               END-IF
               PERFORM 2900-REWRITE-MASTER-RECORD
           END-IF.

       2900-REWRITE-MASTER-RECORD.
           REWRITE CMPR-BREAK-RECORD
           IF WS-BRKMST-STATUS NOT = '00'
               DISPLAY 'CMPR008: REWRITE OF BRKMST FAILED, STATUS='
                   WS-BRKMST-STATUS ' FOR BREAK ' BRK-KEY
               ADD 1 TO WS-MASTER-FAIL-COUNT
           END-IF.

      *> ---------------------------------------------------------------
      *> A break this roll did not touch has stopped mismatching: it
      *> is marked CLEARED here, stays on the master one more cycle so
      *> the correction team sees it close, and is deleted by the next
      *> roll's pass.  A dropped or new account is the exception:
      *> CMPR002 only reports it the night it changes, so silence
      *> proves nothing and it is carried forward RECURRING until
      *> CMPR009 records a decision on it.
      *> ---------------------------------------------------------------
       3000-RESOLVE-LIFECYCLE.
           PERFORM 3050-POSITION-MASTER
           PERFORM 3100-RESOLVE-ONE-BREAK UNTIL WS-MASTER-EOF.

       3050-POSITION-MASTER.
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE LOW-VALUES TO BRK-MASTER-KEY
           START BRKM-IO KEY IS NOT LESS THAN BRK-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-START.

       3100-RESOLVE-ONE-BREAK.
           READ BRKM-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
               NOT AT END
                   PERFORM 3200-RESOLVE-UNSEEN-BREAK
                   IF NOT WS-DROPPED
                       PERFORM 3300-TALLY-ONE-BREAK
                   END-IF
           END-READ.

       3200-RESOLVE-UNSEEN-BREAK.
           MOVE 'N' TO WS-DROPPED-SW
           IF BRK-LAST-ROLL NOT = WS-TIMESTAMP
               IF BRK-STATUS-CLEARED
                   MOVE 'Y' TO WS-DROPPED-SW
                   DELETE BRKM-IO RECORD
                       INVALID KEY
                           DISPLAY 'CMPR008: DELETE FROM BRKMST FAILED, '
                               'STATUS=' WS-BRKMST-STATUS
                               ' FOR BREAK ' BRK-KEY
                           ADD 1 TO WS-MASTER-FAIL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-BREAKS-DROPPED
                   END-DELETE
               ELSE
                   IF BRK-HELD-UNTIL-DISPOSED
                       MOVE 'R' TO BRK-STATUS
                   ELSE
                       MOVE 'C' TO BRK-STATUS
                   END-IF
                   PERFORM 2900-REWRITE-MASTER-RECORD
               END-IF
           END-IF.

       3300-TALLY-ONE-BREAK.
           IF BRK-KEY-LEVEL-BREAK AND NOT BRK-STATUS-CLEARED
               ADD 1 TO WS-KEY-BREAKS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN BRK-STATUS-NEW
                   ADD 1 TO WS-BREAKS-NEW
                   ADD 1 TO WS-BREAKS-OPEN
               WHEN BRK-STATUS-RECURRING
                   ADD 1 TO WS-BREAKS-RECURRING
                   ADD 1 TO WS-BREAKS-OPEN
               WHEN BRK-STATUS-CLEARED
                   ADD 1 TO WS-BREAKS-CLEARED
           END-EVALUATE.

       4000-WRITE-AGING-REPORT.
           MOVE WS-AGING-DAYS TO WS-AGING-DAYS-ED
           MOVE SPACES TO RPT-OUT-LINE
               INTO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           PERFORM 3050-POSITION-MASTER
           PERFORM 4050-AGE-NEXT-BREAK UNTIL WS-MASTER-EOF
           IF WS-BREAKS-AGED = 0
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO OPEN BREAK HAS AGED PAST THE THRESHOLD'
                   WS-AGERPT-STATUS
           END-IF.

       4050-AGE-NEXT-BREAK.
           READ BRKM-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
               NOT AT END
                   IF BRK-STATUS-NEW OR BRK-STATUS-RECURRING
                       PERFORM 4100-AGE-ONE-BREAK
                   END-IF
           END-READ.

      *> ---------------------------------------------------------------
      *> Days open is measured in calendar days between the break's
      *> first-seen date and today.  A first-seen timestamp that does
      *> report.
      *> ---------------------------------------------------------------
       4100-AGE-ONE-BREAK.
           MOVE BRK-FIRST-SEEN(1:8) TO WS-FIRST-SEEN-DATE
           IF WS-FIRST-SEEN-DATE IS NUMERIC
               COMPUTE WS-SEEN-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FIRST-SEEN-DATE))
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-SEEN-INTEGER
           ELSE
               DISPLAY 'CMPR008: BREAK ' BRK-KEY
                   ' HAS INVALID FIRST-SEEN DATE "'
                   WS-FIRST-SEEN-DATE '", AGED AS 0 DAYS'
               MOVE 0 TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN >= WS-AGING-DAYS
               ADD 1 TO WS-BREAKS-AGED
               MOVE WS-DAYS-OPEN TO WS-DAYS-OPEN-ED
               MOVE BRK-OCCURRENCE-COUNT TO WS-COUNT-ED
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  ' DELIMITED BY SIZE
                   BRK-KEY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BRK-FIELD-NAME DELIMITED BY SIZE
                   ' OPEN ' DELIMITED BY SIZE
                   WS-DAYS-OPEN-ED DELIMITED BY SIZE
                   ' DAY(S), SEEN IN' DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   ' RUN(S) SINCE ' DELIMITED BY SIZE
                   BRK-FIRST-SEEN(1:8) DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               WRITE RPT-OUT-LINE
               DISPLAY RPT-OUT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-BRKMST-OPEN
               CLOSE BRKM-IO
           END-IF
           IF WS-EXCIN-OPEN
               CLOSE EXC-IN
           END-IF
           IF WS-AGERPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY '  New breaks            : ' WS-BREAKS-NEW
           DISPLAY '  Recurring breaks      : ' WS-BREAKS-RECURRING
           DISPLAY '  Cleared breaks        : ' WS-BREAKS-CLEARED
           DISPLAY '  Cleared breaks dropped: ' WS-BREAKS-DROPPED
           DISPLAY '  Open key-level breaks : ' WS-KEY-BREAKS-OPEN
           DISPLAY '  Breaks past aging     : ' WS-BREAKS-AGED
           DISPLAY '  Master update failures: ' WS-MASTER-FAIL-COUNT
           DISPLAY '==================================================='.

       9100-SET-RETURN-CODE.
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-BREAKS-AGED > 0 OR WS-MASTER-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-BREAKS-OPEN > 0
