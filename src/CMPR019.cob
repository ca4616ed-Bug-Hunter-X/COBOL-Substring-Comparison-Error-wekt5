       >>SOURCE FORMAT FREE
      *> ---------------------------------------------------------------
      *> CMPR019 - control-file maintenance and change journal.
      *>
      *> Applies the add/change/delete transactions on MNTIN (see
      *> CMPMNT) to the rules file (RULEIN - see CMPRULE), the
      *> suppression list (SUPIN - see CMPSUPP) and the run control
      *> card (CNTLIN - see CMPCTL), writing the new files to RULOUT,
      *> SUPOUT and CTLOUT, so none of the three is hand-edited.  A
      *> transaction is applied only when its image passes the checks
      *> its target layout calls for:
      *>   - numeric pictures hold digits, switches are Y, N or space
      *>     and compare lengths are 0 (no opinion) or 1-100;
      *>   - a rule's mask option is L, T, N or space;
      *>   - a rule add does not take the rules file past the
      *>     WS-RULE-MAX-ENTRIES rules CMPR001's rule table holds;
      *>   - a rule's field name and a suppression's key/field are
      *>     not already on file for an add, and are on file for a
      *>     change or delete;
      *>   - suppression dates are real dates, expiring after they
      *>     were approved, and an approver is named;
      *>   - the control card is never deleted.
      *> Rejected transactions are listed on MNTRPT with the reason.
      *> Every applied one is journaled (see CMPJRNL) with its before
      *> and after images and requester, to JRNL, numbered on from the
      *> last entry on the journal read through JRNLIN; the job adds
      *> JRNL to the journal once the new files are in place.
      *>
      *> The three current files are copied into the MNTWORK scratch
      *> file, keyed on the target and the record's key, so the
      *> transactions are applied by keyed read and rewrite however
      *> long the suppression list grows, and a later transaction in
      *> the same run sees the effect of an earlier one.  The new
      *> files come out in key order; a record found twice on a
      *> current file keeps its first occurrence (the one CMPR001
      *> would have used) and the repeat is reported and dropped -
      *> except that an expired suppression gives way to a later live
      *> one for the same pair, which CMPR001 skips to.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR019.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-IN ASSIGN TO MNTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTIN-STATUS.
           SELECT OPTIONAL RUL-IN ASSIGN TO RULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEIN-STATUS.
           SELECT OPTIONAL SUP-IN ASSIGN TO SUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPIN-STATUS.
           SELECT OPTIONAL CTL-IN ASSIGN TO CNTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTLIN-STATUS.
           SELECT MNTW-IO ASSIGN TO MNTWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNTW-WORK-KEY
               FILE STATUS IS WS-MNTWORK-STATUS.
           SELECT RUL-OUT ASSIGN TO RULOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULOUT-STATUS.
           SELECT SUP-OUT ASSIGN TO SUPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPOUT-STATUS.
           SELECT CTL-OUT ASSIGN TO CTLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-STATUS.
           SELECT OPTIONAL JRN-IN ASSIGN TO JRNLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.
           SELECT JRN-OUT ASSIGN TO JRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RPT-OUT ASSIGN TO MNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNT-IN
           RECORDING MODE IS F.
           COPY CMPMNT.

       FD  RUL-IN
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  SUP-IN
           RECORDING MODE IS F.
           COPY CMPSUPP.

       FD  CTL-IN
           RECORDING MODE IS F.
           COPY CMPCTL.

      *> one scratch record per record of the three target files,
      *> rebuilt from them every run
       FD  MNTW-IO
           RECORDING MODE IS F.
           01  MNTW-RECORD.
               05  MNTW-WORK-KEY.
                   10  MNTW-TARGET     PIC X(1).
                   10  MNTW-ENTRY-KEY  PIC X(20).
      *>              RUL-FIELD-NAME; SUP-KEY and SUP-FIELD-NAME;
      *>              spaces for the control card
               05  MNTW-IMAGE          PIC X(150).

       FD  RUL-OUT
           RECORDING MODE IS F.
           COPY CMPRULE
               REPLACING ==CMPR-RULE-RECORD==        BY ==RULO-RECORD==
                         ==RUL-FIELD-NAME==          BY ==RULO-FIELD-NAME==
                         ==RUL-NUMERIC-TOLERANCE==   BY ==RULO-NUMERIC-TOLERANCE==
                         ==RUL-CASE-SWITCH==         BY ==RULO-CASE-SWITCH==
                         ==RUL-CMP-LENGTH==          BY ==RULO-CMP-LENGTH==
                         ==RUL-MASK-OPTION==         BY ==RULO-MASK-OPTION==
                         ==RUL-MASK-NONE==           BY ==RULO-MASK-NONE==
                         ==RUL-MASK-LAST-FOUR==      BY ==RULO-MASK-LAST-FOUR==
                         ==RUL-MASK-TOKEN==          BY ==RULO-MASK-TOKEN==
                         ==RUL-MASK-VALID==          BY ==RULO-MASK-VALID==.

       FD  SUP-OUT
           RECORDING MODE IS F.
           COPY CMPSUPP
               REPLACING ==CMPR-SUPPRESSION-RECORD== BY ==SUPO-RECORD==
                         ==SUP-KEY==                 BY ==SUPO-KEY==
                         ==SUP-FIELD-NAME==          BY ==SUPO-FIELD-NAME==
                         ==SUP-APPROVER==            BY ==SUPO-APPROVER==
                         ==SUP-APPROVAL-DATE==       BY ==SUPO-APPROVAL-DATE==
                         ==SUP-EXPIRY-DATE==         BY ==SUPO-EXPIRY-DATE==
                         ==SUP-APPROVED-VALUE==      BY ==SUPO-APPROVED-VALUE==.

       FD  CTL-OUT
           RECORDING MODE IS F.
           COPY CMPCTL
               REPLACING ==CMPR-CONTROL-RECORD==     BY ==CTLO-RECORD==
                         ==CTL-CASE-SWITCH==         BY ==CTLO-CASE-SWITCH==
                         ==CTL-CHECKPOINT-INTERVAL== BY ==CTLO-CHECKPOINT-INTERVAL==
                         ==CTL-MISMATCH-THRESHOLD==  BY ==CTLO-MISMATCH-THRESHOLD==
                         ==CTL-CMP-LENGTH-OVERRIDE== BY ==CTLO-CMP-LENGTH-OVERRIDE==
                         ==CTL-NUMERIC-TOLERANCE==   BY ==CTLO-NUMERIC-TOLERANCE==
                         ==CTL-KEY-RANGE-LOW==       BY ==CTLO-KEY-RANGE-LOW==
                         ==CTL-KEY-RANGE-HIGH==      BY ==CTLO-KEY-RANGE-HIGH==
                         ==CTL-THREE-WAY-SWITCH==    BY ==CTLO-THREE-WAY-SWITCH==
                         ==CTL-BUSINESS-DATE==       BY ==CTLO-BUSINESS-DATE==.

       FD  JRN-IN
           RECORDING MODE IS F.
           COPY CMPJRNL
               REPLACING ==CMPR-JOURNAL-RECORD==    BY ==JRNI-RECORD==
                         ==JRN-SEQ-NO==             BY ==JRNI-SEQ-NO==
                         ==JRN-TIMESTAMP==          BY ==JRNI-TIMESTAMP==
                         ==JRN-REQUESTER==          BY ==JRNI-REQUESTER==
                         ==JRN-TARGET==             BY ==JRNI-TARGET==
                         ==JRN-TARGET-RULES==       BY ==JRNI-TARGET-RULES==
                         ==JRN-TARGET-SUPPRESSION== BY ==JRNI-TARGET-SUPPRESSION==
                         ==JRN-TARGET-CONTROL==     BY ==JRNI-TARGET-CONTROL==
                         ==JRN-ACTION==             BY ==JRNI-ACTION==
                         ==JRN-BEFORE-IMAGE==       BY ==JRNI-BEFORE-IMAGE==
                         ==JRN-AFTER-IMAGE==        BY ==JRNI-AFTER-IMAGE==.

       FD  JRN-OUT
           RECORDING MODE IS F.
           COPY CMPJRNL.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MNTIN-STATUS             PIC X(2).
       01  WS-RULEIN-STATUS            PIC X(2).
       01  WS-SUPIN-STATUS             PIC X(2).
       01  WS-CNTLIN-STATUS            PIC X(2).
       01  WS-MNTWORK-STATUS           PIC X(2).
       01  WS-RULOUT-STATUS            PIC X(2).
       01  WS-SUPOUT-STATUS            PIC X(2).
       01  WS-CTLOUT-STATUS            PIC X(2).
       01  WS-JRNLIN-STATUS            PIC X(2).
       01  WS-JRNL-STATUS              PIC X(2).
       01  WS-MNTRPT-STATUS            PIC X(2).
       01  WS-MNTIN-OPEN-SW            PIC X(1) VALUE 'N'.
           88  WS-MNTIN-OPEN           VALUE 'Y'.
       01  WS-MNTWORK-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-MNTWORK-OPEN         VALUE 'Y'.
       01  WS-RULOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-RULOUT-OPEN          VALUE 'Y'.
       01  WS-SUPOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-SUPOUT-OPEN          VALUE 'Y'.
       01  WS-CTLOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-CTLOUT-OPEN          VALUE 'Y'.
       01  WS-JRNL-OPEN-SW             PIC X(1) VALUE 'N'.
           88  WS-JRNL-OPEN            VALUE 'Y'.
       01  WS-MNTRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-MNTRPT-OPEN          VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-WORK-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-WORK-EOF             VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-ON-FILE-SW               PIC X(1) VALUE 'N'.
           88  WS-ON-FILE              VALUE 'Y'.
       01  WS-REPEAT-REPLACES-SW       PIC X(1) VALUE 'N'.
           88  WS-REPEAT-REPLACES      VALUE 'Y'.

      *> a hand-added suppression with no dates of its own is dated
      *> today and expires a quarter later, as CMPR009 dates the
      *> entries it generates
       78  WS-DEFAULT-EXPIRY-DAYS      VALUE 90.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.

      *> rules on file, held to what CMPR001's rule table holds
       78  WS-RULE-MAX-ENTRIES         VALUE 20.
       01  WS-RULE-COUNT               PIC 9(3) VALUE 0.

       01  WS-TXN-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-TXN-APPLIED-COUNT        PIC 9(7) VALUE 0.
       01  WS-TXN-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(7) VALUE 0.
       01  WS-WRITE-FAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-RULES-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-SUPPS-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-CARDS-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-JRNL-SEQ-NO              PIC 9(8) VALUE 0.
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-TXN-NO-ED                PIC ZZZZ9.

       01  WS-REJECT-REASON            PIC X(50).
       01  WS-BEFORE-IMAGE             PIC X(150).
       01  WS-AFTER-IMAGE              PIC X(150).
       01  WS-REPORT-KEY               PIC X(20).
       01  WS-LOAD-TARGET              PIC X(1).
       01  WS-LOAD-IMAGE               PIC X(150).

      *> the transaction image in each target's layout
       COPY CMPRULE
           REPLACING ==CMPR-RULE-RECORD==        BY ==TXR-RECORD==
                     ==RUL-FIELD-NAME==          BY ==TXR-FIELD-NAME==
                     ==RUL-NUMERIC-TOLERANCE==   BY ==TXR-NUMERIC-TOLERANCE==
                     ==RUL-CASE-SWITCH==         BY ==TXR-CASE-SWITCH==
                     ==RUL-CMP-LENGTH==          BY ==TXR-CMP-LENGTH==
                     ==RUL-MASK-OPTION==         BY ==TXR-MASK-OPTION==
                     ==RUL-MASK-NONE==           BY ==TXR-MASK-NONE==
                     ==RUL-MASK-LAST-FOUR==      BY ==TXR-MASK-LAST-FOUR==
                     ==RUL-MASK-TOKEN==          BY ==TXR-MASK-TOKEN==
                     ==RUL-MASK-VALID==          BY ==TXR-MASK-VALID==.

       COPY CMPSUPP
           REPLACING ==CMPR-SUPPRESSION-RECORD== BY ==TXS-RECORD==
                     ==SUP-KEY==                 BY ==TXS-KEY==
                     ==SUP-FIELD-NAME==          BY ==TXS-FIELD-NAME==
                     ==SUP-APPROVER==            BY ==TXS-APPROVER==
                     ==SUP-APPROVAL-DATE==       BY ==TXS-APPROVAL-DATE==
                     ==SUP-EXPIRY-DATE==         BY ==TXS-EXPIRY-DATE==
                     ==SUP-APPROVED-VALUE==      BY ==TXS-APPROVED-VALUE==.

       COPY CMPCTL
           REPLACING ==CMPR-CONTROL-RECORD==     BY ==TXC-RECORD==
                     ==CTL-CASE-SWITCH==         BY ==TXC-CASE-SWITCH==
                     ==CTL-CHECKPOINT-INTERVAL== BY ==TXC-CHECKPOINT-INTERVAL==
                     ==CTL-MISMATCH-THRESHOLD==  BY ==TXC-MISMATCH-THRESHOLD==
                     ==CTL-CMP-LENGTH-OVERRIDE== BY ==TXC-CMP-LENGTH-OVERRIDE==
                     ==CTL-NUMERIC-TOLERANCE==   BY ==TXC-NUMERIC-TOLERANCE==
                     ==CTL-KEY-RANGE-LOW==       BY ==TXC-KEY-RANGE-LOW==
                     ==CTL-KEY-RANGE-HIGH==      BY ==TXC-KEY-RANGE-HIGH==
                     ==CTL-THREE-WAY-SWITCH==    BY ==TXC-THREE-WAY-SWITCH==
                     ==CTL-BUSINESS-DATE==       BY ==TXC-BUSINESS-DATE==.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-PROCESS-ONE-TRANSACTION UNTIL WS-EOF
               PERFORM 3000-WRITE-NEW-FILES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT RPT-OUT
           IF WS-MNTRPT-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN MNTRPT, STATUS='
                   WS-MNTRPT-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-MNTRPT-OPEN-SW
               MOVE SPACES TO RPT-OUT-LINE
               STRING 'CMPR019 CONTROL-FILE MAINTENANCE ' DELIMITED BY SIZE
                   WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN INPUT MNT-IN
               IF WS-MNTIN-STATUS NOT = '00'
                   DISPLAY 'CMPR019: UNABLE TO OPEN MNTIN, STATUS='
                       WS-MNTIN-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-MNTIN-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1100-LOAD-MAINTENANCE-WORK
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1200-SEED-JOURNAL
           END-IF.

      *> ---------------------------------------------------------------
      *> The three current files are copied into MNTWORK; OPEN OUTPUT
      *> empties whatever the previous run left there, and the load
      *> runs I-O so a repeat can be weighed against the record
      *> already loaded.  Each input is optional - a shop with no
      *> rules, suppressions or control card yet starts from an empty
      *> file - but one that is there and cannot be read stops the
      *> run, or its new copy would replace it with only this run's
      *> transactions.
      *> ---------------------------------------------------------------
       1100-LOAD-MAINTENANCE-WORK.
           OPEN OUTPUT MNTW-IO
           IF WS-MNTWORK-STATUS = '00'
               CLOSE MNTW-IO
               OPEN I-O MNTW-IO
           END-IF
           IF WS-MNTWORK-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN MNTWORK, STATUS='
                   WS-MNTWORK-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-MNTWORK-OPEN-SW
               OPEN INPUT RUL-IN
               EVALUATE WS-RULEIN-STATUS
                   WHEN '00'
                       PERFORM 1110-LOAD-ONE-RULE
                           UNTIL WS-RULEIN-STATUS NOT = '00'
                       CLOSE RUL-IN
                   WHEN '05'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CMPR019: UNABLE TO OPEN RULEIN, STATUS='
                           WS-RULEIN-STATUS
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
               END-EVALUATE
               OPEN INPUT SUP-IN
               EVALUATE WS-SUPIN-STATUS
                   WHEN '00'
                       PERFORM 1120-LOAD-ONE-SUPPRESSION
                           UNTIL WS-SUPIN-STATUS NOT = '00'
                       CLOSE SUP-IN
                   WHEN '05'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CMPR019: UNABLE TO OPEN SUPIN, STATUS='
                           WS-SUPIN-STATUS
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
               END-EVALUATE
               OPEN INPUT CTL-IN
               EVALUATE WS-CNTLIN-STATUS
                   WHEN '00'
                       PERFORM 1130-LOAD-ONE-CONTROL-CARD
                           UNTIL WS-CNTLIN-STATUS NOT = '00'
                       CLOSE CTL-IN
                   WHEN '05'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CMPR019: UNABLE TO OPEN CNTLIN, STATUS='
                           WS-CNTLIN-STATUS
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
               END-EVALUATE
           END-IF.

       1110-LOAD-ONE-RULE.
           READ RUL-IN
               AT END
                   MOVE '10' TO WS-RULEIN-STATUS
               NOT AT END
                   MOVE 'R' TO MNTW-TARGET
                   MOVE RUL-FIELD-NAME TO MNTW-ENTRY-KEY
                   MOVE CMPR-RULE-RECORD TO MNTW-IMAGE
                   PERFORM 1150-WRITE-WORK-RECORD
                   IF WS-MNTWORK-STATUS = '00'
                       ADD 1 TO WS-RULE-COUNT
                   END-IF
           END-READ.

       1120-LOAD-ONE-SUPPRESSION.
           READ SUP-IN
               AT END
                   MOVE '10' TO WS-SUPIN-STATUS
               NOT AT END
                   MOVE 'S' TO MNTW-TARGET
                   MOVE SPACES TO MNTW-ENTRY-KEY
                   MOVE SUP-KEY TO MNTW-ENTRY-KEY(1:10)
                   MOVE SUP-FIELD-NAME TO MNTW-ENTRY-KEY(11:10)
                   MOVE CMPR-SUPPRESSION-RECORD TO MNTW-IMAGE
                   PERFORM 1150-WRITE-WORK-RECORD
           END-READ.

      *> CMPR001 reads only the first card; any after it never took
      *> effect and are reported as repeats
       1130-LOAD-ONE-CONTROL-CARD.
           READ CTL-IN
               AT END
                   MOVE '10' TO WS-CNTLIN-STATUS
               NOT AT END
                   MOVE 'C' TO MNTW-TARGET
                   MOVE SPACES TO MNTW-ENTRY-KEY
                   MOVE CMPR-CONTROL-RECORD TO MNTW-IMAGE
                   PERFORM 1150-WRITE-WORK-RECORD
           END-READ.

       1150-WRITE-WORK-RECORD.
           WRITE MNTW-RECORD
               INVALID KEY
                   PERFORM 1160-WEIGH-REPEAT
           END-WRITE.

      *> ---------------------------------------------------------------
      *> CMPR001 skips an expired suppression when it loads the list,
      *> so of two entries for a pair the one it uses is the first
      *> live one.  A repeat that is live therefore replaces a first
      *> entry that has expired; any other repeat is dropped.
      *> ---------------------------------------------------------------
       1160-WEIGH-REPEAT.
           ADD 1 TO WS-REPEAT-COUNT
           MOVE 'N' TO WS-REPEAT-REPLACES-SW
           IF MNTW-TARGET = 'S'
               MOVE MNTW-IMAGE TO WS-LOAD-IMAGE
               MOVE WS-LOAD-IMAGE TO TXS-RECORD
               IF NOT (TXS-EXPIRY-DATE IS NUMERIC
                       AND TXS-EXPIRY-DATE > 0
                       AND TXS-EXPIRY-DATE < WS-TODAY-DATE)
                   READ MNTW-IO
                       KEY IS MNTW-WORK-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MNTWORK-STATUS = '00'
                       MOVE MNTW-IMAGE TO TXS-RECORD
                       IF TXS-EXPIRY-DATE IS NUMERIC
                               AND TXS-EXPIRY-DATE > 0
                               AND TXS-EXPIRY-DATE < WS-TODAY-DATE
                           MOVE 'Y' TO WS-REPEAT-REPLACES-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO RPT-OUT-LINE
           IF WS-REPEAT-REPLACES
               MOVE WS-LOAD-IMAGE TO MNTW-IMAGE
               REWRITE MNTW-RECORD
               IF WS-MNTWORK-STATUS NOT = '00'
                   DISPLAY 'CMPR019: UPDATE OF MNTWORK FAILED, STATUS='
                       WS-MNTWORK-STATUS ' FOR S ' MNTW-ENTRY-KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
               END-IF
               STRING '  ' MNTW-TARGET ' ' MNTW-ENTRY-KEY
                   ' EXPIRED, REPLACED BY A LATER ENTRY'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
           ELSE
               STRING '  ' MNTW-TARGET ' ' MNTW-ENTRY-KEY
                   ' LISTED TWICE ON THE CURRENT FILE, REPEAT DROPPED'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE.

      *> ---------------------------------------------------------------
      *> The journal (JRNLIN) is read through once for its last
      *> sequence number, so the sequence carries on across runs; it
      *> is SELECT OPTIONAL, and the first run starts it.  This run's
      *> entries go to JRNL, a new dataset the job appends to the
      *> journal only once the new files have replaced the live ones,
      *> so a run that changes nothing journals nothing.
      *> ---------------------------------------------------------------
       1200-SEED-JOURNAL.
           OPEN INPUT JRN-IN
           IF WS-JRNLIN-STATUS = '00'
               PERFORM UNTIL WS-JRNLIN-STATUS NOT = '00'
                   READ JRN-IN
                       AT END
                           MOVE '10' TO WS-JRNLIN-STATUS
                       NOT AT END
                           IF JRNI-SEQ-NO IS NUMERIC
                                   AND JRNI-SEQ-NO > WS-JRNL-SEQ-NO
                               MOVE JRNI-SEQ-NO TO WS-JRNL-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRN-IN
           END-IF
           OPEN OUTPUT JRN-OUT
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN JRNL, STATUS='
                   WS-JRNL-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-JRNL-OPEN-SW
           END-IF.

       2000-PROCESS-ONE-TRANSACTION.
           READ MNT-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   PERFORM 2100-VALIDATE-TRANSACTION
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2500-APPLY-TRANSACTION
                   ELSE
                       PERFORM 2900-REPORT-REJECT
                   END-IF
           END-READ.

      *> ---------------------------------------------------------------
      *> Leaves WS-REJECT-REASON spaces for a transaction that may be
      *> applied, with MNTW-WORK-KEY set to the record it touches and
      *> the record itself read when it is on file.
      *> ---------------------------------------------------------------
       2100-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REPORT-KEY
           EVALUATE TRUE
               WHEN MNT-REQUESTER = SPACES
                   MOVE 'NO REQUESTER ID' TO WS-REJECT-REASON
               WHEN NOT MNT-ACTION-VALID
                   MOVE 'ACTION IS NOT A, C OR D' TO WS-REJECT-REASON
               WHEN MNT-TARGET-RULES
                   PERFORM 2200-VALIDATE-RULE
               WHEN MNT-TARGET-SUPPRESSION
                   PERFORM 2300-VALIDATE-SUPPRESSION
               WHEN MNT-TARGET-CONTROL
                   PERFORM 2400-VALIDATE-CONTROL-CARD
               WHEN OTHER
                   MOVE 'TARGET FILE IS NOT R, S OR C'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2800-CHECK-ON-FILE
           END-IF.

      *> ---------------------------------------------------------------
      *> Rule image checks; see CMPRULE.  A compare length of 0 means
      *> no opinion, so only lengths past 100 are refused.
      *> ---------------------------------------------------------------
       2200-VALIDATE-RULE.
           MOVE MNT-IMAGE TO TXR-RECORD
           MOVE TXR-FIELD-NAME TO WS-REPORT-KEY
           MOVE 'R' TO MNTW-TARGET
           MOVE TXR-FIELD-NAME TO MNTW-ENTRY-KEY
           EVALUATE TRUE
               WHEN TXR-FIELD-NAME = SPACES
                   MOVE 'RUL-FIELD-NAME IS BLANK' TO WS-REJECT-REASON
               WHEN MNT-DELETE
                   CONTINUE
               WHEN TXR-NUMERIC-TOLERANCE IS NOT NUMERIC
                   MOVE 'RUL-NUMERIC-TOLERANCE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXR-CASE-SWITCH NOT = 'Y' AND TXR-CASE-SWITCH NOT = 'N'
                       AND TXR-CASE-SWITCH NOT = SPACE
                   MOVE 'RUL-CASE-SWITCH IS NOT Y, N OR SPACE'
                       TO WS-REJECT-REASON
               WHEN TXR-CMP-LENGTH IS NOT NUMERIC
                   MOVE 'RUL-CMP-LENGTH IS NOT NUMERIC' TO WS-REJECT-REASON
               WHEN TXR-CMP-LENGTH > 100
                   MOVE 'RUL-CMP-LENGTH IS NOT 0 OR 1-100'
                       TO WS-REJECT-REASON
               WHEN NOT TXR-MASK-VALID
                   MOVE 'RUL-MASK-OPTION IS NOT L, T, N OR SPACE'
                       TO WS-REJECT-REASON
               WHEN MNT-ADD AND WS-RULE-COUNT >= WS-RULE-MAX-ENTRIES
                   MOVE 'RULE TABLE WOULD EXCEED 20' TO WS-REJECT-REASON
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Suppression image checks; see CMPSUPP.  Blank dates are
      *> filled in before they are checked: approved today, expiring
      *> WS-DEFAULT-EXPIRY-DAYS later.
      *> ---------------------------------------------------------------
       2300-VALIDATE-SUPPRESSION.
           MOVE MNT-IMAGE TO TXS-RECORD
           MOVE TXS-KEY TO WS-REPORT-KEY(1:10)
           MOVE TXS-FIELD-NAME TO WS-REPORT-KEY(11:10)
           MOVE 'S' TO MNTW-TARGET
           MOVE WS-REPORT-KEY TO MNTW-ENTRY-KEY
           IF NOT MNT-DELETE
               PERFORM 2350-DEFAULT-SUPPRESSION-DATES
           END-IF
           EVALUATE TRUE
               WHEN TXS-KEY = SPACES
                   MOVE 'SUP-KEY IS BLANK' TO WS-REJECT-REASON
               WHEN MNT-DELETE
                   CONTINUE
               WHEN TXS-APPROVER = SPACES
                   MOVE 'SUP-APPROVER IS BLANK' TO WS-REJECT-REASON
               WHEN TXS-APPROVAL-DATE IS NOT NUMERIC
                   MOVE 'SUP-APPROVAL-DATE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXS-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'SUP-EXPIRY-DATE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TXS-APPROVAL-DATE) NOT = 0
                   MOVE 'SUP-APPROVAL-DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TXS-EXPIRY-DATE) NOT = 0
                   MOVE 'SUP-EXPIRY-DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
               WHEN TXS-EXPIRY-DATE < TXS-APPROVAL-DATE
                   MOVE 'SUP-EXPIRY-DATE IS BEFORE SUP-APPROVAL-DATE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2350-DEFAULT-SUPPRESSION-DATES.
           IF TXS-APPROVAL-DATE(1:8) = SPACES
                   OR (TXS-APPROVAL-DATE IS NUMERIC
                       AND TXS-APPROVAL-DATE = 0)
               MOVE WS-TODAY-DATE TO TXS-APPROVAL-DATE
           END-IF
           IF TXS-EXPIRY-DATE(1:8) = SPACES
                   OR (TXS-EXPIRY-DATE IS NUMERIC
                       AND TXS-EXPIRY-DATE = 0)
               IF TXS-APPROVAL-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(TXS-APPROVAL-DATE)
                           = 0
                   COMPUTE TXS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TXS-APPROVAL-DATE)
                       + WS-DEFAULT-EXPIRY-DAYS)
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Control card image checks; see CMPCTL.  Deleting the card
      *> would silently put CMPR001 back on its built-in defaults, so
      *> it can only be changed.
      *> ---------------------------------------------------------------
       2400-VALIDATE-CONTROL-CARD.
           MOVE MNT-IMAGE TO TXC-RECORD
           MOVE '(CONTROL CARD)' TO WS-REPORT-KEY
           MOVE 'C' TO MNTW-TARGET
           MOVE SPACES TO MNTW-ENTRY-KEY
           EVALUATE TRUE
               WHEN MNT-DELETE
                   MOVE 'THE CONTROL CARD CANNOT BE DELETED'
                       TO WS-REJECT-REASON
               WHEN TXC-CASE-SWITCH NOT = 'Y' AND TXC-CASE-SWITCH NOT = 'N'
                       AND TXC-CASE-SWITCH NOT = SPACE
                   MOVE 'CTL-CASE-SWITCH IS NOT Y, N OR SPACE'
                       TO WS-REJECT-REASON
               WHEN TXC-CHECKPOINT-INTERVAL IS NOT NUMERIC
                   MOVE 'CTL-CHECKPOINT-INTERVAL IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXC-MISMATCH-THRESHOLD IS NOT NUMERIC
                   MOVE 'CTL-MISMATCH-THRESHOLD IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXC-CMP-LENGTH-OVERRIDE IS NOT NUMERIC
                   MOVE 'CTL-CMP-LENGTH-OVERRIDE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXC-CMP-LENGTH-OVERRIDE > 100
                   MOVE 'CTL-CMP-LENGTH-OVERRIDE IS NOT 0 OR 1-100'
                       TO WS-REJECT-REASON
               WHEN TXC-NUMERIC-TOLERANCE IS NOT NUMERIC
                   MOVE 'CTL-NUMERIC-TOLERANCE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXC-KEY-RANGE-LOW NOT = SPACES
                       AND TXC-KEY-RANGE-HIGH NOT = SPACES
                       AND TXC-KEY-RANGE-LOW > TXC-KEY-RANGE-HIGH
                   MOVE 'CTL-KEY-RANGE-LOW IS ABOVE CTL-KEY-RANGE-HIGH'
                       TO WS-REJECT-REASON
               WHEN TXC-THREE-WAY-SWITCH NOT = 'Y'
                       AND TXC-THREE-WAY-SWITCH NOT = 'N'
                       AND TXC-THREE-WAY-SWITCH NOT = SPACE
                   MOVE 'CTL-THREE-WAY-SWITCH IS NOT Y, N OR SPACE'
                       TO WS-REJECT-REASON
               WHEN TXC-BUSINESS-DATE(1:8) = SPACES
                   CONTINUE
               WHEN TXC-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'CTL-BUSINESS-DATE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN TXC-BUSINESS-DATE > 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(TXC-BUSINESS-DATE)
                           NOT = 0
                   MOVE 'CTL-BUSINESS-DATE IS NOT A VALID DATE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> An add must not find its record already on file (no second
      *> rule for a field, no second suppression for a key/field, no
      *> second control card); a change or delete must find it.
      *> ---------------------------------------------------------------
       2800-CHECK-ON-FILE.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           READ MNTW-IO
               KEY IS MNTW-WORK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE-SW
                   MOVE MNTW-IMAGE TO WS-BEFORE-IMAGE
           END-READ
           IF MNT-ADD AND WS-ON-FILE
               MOVE 'ALREADY ON FILE - ADD REFUSED' TO WS-REJECT-REASON
           END-IF
           IF NOT MNT-ADD AND NOT WS-ON-FILE
               MOVE 'NOT ON FILE TO CHANGE OR DELETE' TO WS-REJECT-REASON
           END-IF.

       2500-APPLY-TRANSACTION.
           MOVE SPACES TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN MNT-DELETE
                   CONTINUE
               WHEN MNT-TARGET-RULES
                   MOVE TXR-RECORD TO WS-AFTER-IMAGE
               WHEN MNT-TARGET-SUPPRESSION
                   MOVE TXS-RECORD TO WS-AFTER-IMAGE
               WHEN MNT-TARGET-CONTROL
                   MOVE TXC-RECORD TO WS-AFTER-IMAGE
           END-EVALUATE
           MOVE WS-AFTER-IMAGE TO MNTW-IMAGE
           EVALUATE TRUE
               WHEN MNT-ADD
                   WRITE MNTW-RECORD
               WHEN MNT-CHANGE
                   REWRITE MNTW-RECORD
               WHEN MNT-DELETE
                   DELETE MNTW-IO RECORD
           END-EVALUATE
           IF WS-MNTWORK-STATUS NOT = '00'
               DISPLAY 'CMPR019: UPDATE OF MNTWORK FAILED, STATUS='
                   WS-MNTWORK-STATUS ' FOR ' MNT-TARGET ' '
                   WS-REPORT-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
               MOVE 'COULD NOT BE APPLIED - SEE JOB LOG'
                   TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
           ELSE
               ADD 1 TO WS-TXN-APPLIED-COUNT
               IF MNT-TARGET-RULES AND MNT-ADD
                   ADD 1 TO WS-RULE-COUNT
               END-IF
               IF MNT-TARGET-RULES AND MNT-DELETE
                   SUBTRACT 1 FROM WS-RULE-COUNT
               END-IF
               PERFORM 2600-WRITE-JOURNAL-ENTRY
           END-IF.

       2600-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQ-NO
           MOVE SPACES TO CMPR-JOURNAL-RECORD
           MOVE WS-JRNL-SEQ-NO TO JRN-SEQ-NO
           MOVE WS-TIMESTAMP TO JRN-TIMESTAMP
           MOVE MNT-REQUESTER TO JRN-REQUESTER
           MOVE MNT-TARGET TO JRN-TARGET
           MOVE MNT-ACTION TO JRN-ACTION
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
           WRITE CMPR-JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'CMPR019: WRITE TO JRNL FAILED, STATUS='
                   WS-JRNL-STATUS ' FOR ' MNT-TARGET ' ' WS-REPORT-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF
           MOVE WS-TXN-READ-COUNT TO WS-TXN-NO-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' WS-TXN-NO-ED ' ' MNT-TARGET MNT-ACTION ' '
               WS-REPORT-KEY ' ' MNT-REQUESTER
               ' APPLIED, JOURNAL ' JRN-SEQ-NO
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       2900-REPORT-REJECT.
           ADD 1 TO WS-TXN-REJECTED-COUNT
           MOVE WS-TXN-READ-COUNT TO WS-TXN-NO-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' WS-TXN-NO-ED ' ' MNT-TARGET MNT-ACTION ' '
               WS-REPORT-KEY ' ' MNT-REQUESTER
               ' REJECTED' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '          ' WS-REJECT-REASON DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      *> ---------------------------------------------------------------
      *> One pass over MNTWORK in key order writes each record to its
      *> own file's new copy.
      *> ---------------------------------------------------------------
       3000-WRITE-NEW-FILES.
           OPEN OUTPUT RUL-OUT
           IF WS-RULOUT-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN RULOUT, STATUS='
                   WS-RULOUT-STATUS
               ADD 1 TO WS-WRITE-FAIL-COUNT
           ELSE
               MOVE 'Y' TO WS-RULOUT-OPEN-SW
           END-IF
           OPEN OUTPUT SUP-OUT
           IF WS-SUPOUT-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN SUPOUT, STATUS='
                   WS-SUPOUT-STATUS
               ADD 1 TO WS-WRITE-FAIL-COUNT
           ELSE
               MOVE 'Y' TO WS-SUPOUT-OPEN-SW
           END-IF
           OPEN OUTPUT CTL-OUT
           IF WS-CTLOUT-STATUS NOT = '00'
               DISPLAY 'CMPR019: UNABLE TO OPEN CTLOUT, STATUS='
                   WS-CTLOUT-STATUS
               ADD 1 TO WS-WRITE-FAIL-COUNT
           ELSE
               MOVE 'Y' TO WS-CTLOUT-OPEN-SW
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO MNTW-WORK-KEY
           START MNTW-IO KEY IS NOT LESS THAN MNTW-WORK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           PERFORM 3100-WRITE-ONE-RECORD UNTIL WS-WORK-EOF
           PERFORM 3200-WRITE-TOTALS.

       3100-WRITE-ONE-RECORD.
           READ MNTW-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   EVALUATE MNTW-TARGET
                       WHEN 'R'
                           IF WS-RULOUT-OPEN
                               MOVE MNTW-IMAGE TO RULO-RECORD
                               WRITE RULO-RECORD
                               IF WS-RULOUT-STATUS NOT = '00'
                                   DISPLAY 'CMPR019: WRITE TO RULOUT '
                                       'FAILED, STATUS=' WS-RULOUT-STATUS
                                   ADD 1 TO WS-WRITE-FAIL-COUNT
                               ELSE
                                   ADD 1 TO WS-RULES-WRITTEN
                               END-IF
                           END-IF
                       WHEN 'S'
                           IF WS-SUPOUT-OPEN
                               MOVE MNTW-IMAGE TO SUPO-RECORD
                               WRITE SUPO-RECORD
                               IF WS-SUPOUT-STATUS NOT = '00'
                                   DISPLAY 'CMPR019: WRITE TO SUPOUT '
                                       'FAILED, STATUS=' WS-SUPOUT-STATUS
                                   ADD 1 TO WS-WRITE-FAIL-COUNT
                               ELSE
                                   ADD 1 TO WS-SUPPS-WRITTEN
                               END-IF
                           END-IF
                       WHEN 'C'
                           IF WS-CTLOUT-OPEN
                               MOVE MNTW-IMAGE TO CTLO-RECORD
                               WRITE CTLO-RECORD
                               IF WS-CTLOUT-STATUS NOT = '00'
                                   DISPLAY 'CMPR019: WRITE TO CTLOUT '
                                       'FAILED, STATUS=' WS-CTLOUT-STATUS
                                   ADD 1 TO WS-WRITE-FAIL-COUNT
                               ELSE
                                   ADD 1 TO WS-CARDS-WRITTEN
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       3200-WRITE-TOTALS.
           MOVE SPACES TO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-TXN-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'TRANSACTIONS READ          :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-TXN-APPLIED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  APPLIED AND JOURNALED    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-TXN-REJECTED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  REJECTED                 :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'REPEATS DROPPED FROM FILES :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-RULES-WRITTEN TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'RULES WRITTEN TO RULOUT    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-SUPPS-WRITTEN TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'ENTRIES WRITTEN TO SUPOUT  :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-CARDS-WRITTEN TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CARDS WRITTEN TO CTLOUT    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'LAST JOURNAL ENTRY         : ' DELIMITED BY SIZE
               WS-JRNL-SEQ-NO DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-MNTRPT-STATUS NOT = '00'
               DISPLAY 'CMPR019: WRITE TO MNTRPT FAILED, STATUS='
                   WS-MNTRPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-MNTIN-OPEN
               CLOSE MNT-IN
           END-IF
           IF WS-MNTWORK-OPEN
               CLOSE MNTW-IO
           END-IF
           IF WS-RULOUT-OPEN
               CLOSE RUL-OUT
           END-IF
           IF WS-SUPOUT-OPEN
               CLOSE SUP-OUT
           END-IF
           IF WS-CTLOUT-OPEN
               CLOSE CTL-OUT
           END-IF
           IF WS-JRNL-OPEN
               CLOSE JRN-OUT
           END-IF
           IF WS-MNTRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY 'CMPR019: ' WS-TXN-READ-COUNT ' TRANSACTION(S) READ, '
               WS-TXN-APPLIED-COUNT ' APPLIED, ' WS-TXN-REJECTED-COUNT
               ' REJECTED'
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-WRITE-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-TXN-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-TXN-APPLIED-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
