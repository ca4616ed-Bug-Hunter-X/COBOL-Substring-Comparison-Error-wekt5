      *> CMPR009 - disposition import.
      *>
      *> Reads the correction team's disposition file DISPIN (see
      *> CMPDISP) and applies each decision, by keyed read and
      *> rewrite, to the matching entry in the open-breaks master
      *> (see CMPBRK, maintained by CMPR008):
      *> FIXED closes the break outright, DISPUTED and
      *> ACCEPTED-VARIANCE stamp the entry while it stays open, and an
      *> ACCEPTED-VARIANCE additionally appends a SUP-KEY/
      *> SUP-FIELD-NAME entry, with the approver recorded, to the
      *> suppression list CMPR001 reads (see CMPSUPP) - so an accepted
      *> break stops re-tripping CTL-MISMATCH-THRESHOLD without anyone
      *> hand-editing SUPIN.  The entry is dated, given an expiry
      *> (DSP-EXPIRY-DATE, or a quarter from today) and carries the
      *> value accepted, so CMPR018 can retire it or have it
      *> recertified.  The current suppression list is first
      *> loaded into the SUPWORK scratch file, keyed the same way, so
      *> an already-suppressed pair is not appended twice however long
      *> the list grows.  Each entry appended is also journaled to the
      *> control-file change journal (JRNL - see CMPJRNL) under this
      *> program's name, so CMPR001's summary names the suppression
      *> list it actually ran under.
      *>
      *> A key-level break from CMPR002 (an account dropped, new, or
      *> out of step with the third extract - see CMPBRK) has no field
      *> comparison for a suppression to quiet, so ACCEPTED-VARIANCE
      *> closes it the way FIXED does and writes no SUPOUT entry.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR009.
           SELECT DSP-IN ASSIGN TO DISPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPIN-STATUS.
           SELECT BRKM-IO ASSIGN TO BRKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-MASTER-KEY
               FILE STATUS IS WS-BRKMST-STATUS.
           SELECT OPTIONAL SUP-IN ASSIGN TO SUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPIN-STATUS.
           SELECT SUPW-IO ASSIGN TO SUPWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPW-PAIR
               FILE STATUS IS WS-SUPWORK-STATUS.
           SELECT SUP-OUT ASSIGN TO SUPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPOUT-STATUS.
           SELECT OPTIONAL JRN-IO ASSIGN TO JRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RPT-OUT ASSIGN TO DSPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPRPT-STATUS.
           RECORDING MODE IS F.
           COPY CMPDISP.

       FD  BRKM-IO
           RECORDING MODE IS F.
           COPY CMPBRK.

       FD  SUP-IN
           RECORDING MODE IS F.
           COPY CMPSUPP.

      *> scratch copy of the suppression list's key/field pairs,
      *> rebuilt from SUPIN every run
       FD  SUPW-IO
           RECORDING MODE IS F.
           01  SUPW-RECORD.
               05  SUPW-PAIR.
                   10  SUPW-KEY        PIC X(10).
                   10  SUPW-FIELD-NAME PIC X(10).

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

       FD  JRN-IO
           RECORDING MODE IS F.
           COPY CMPJRNL.

       FD  RPT-OUT
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-DISPIN-STATUS            PIC X(2).
       01  WS-BRKMST-STATUS            PIC X(2).
       01  WS-SUPIN-STATUS             PIC X(2).
       01  WS-SUPWORK-STATUS           PIC X(2).
       01  WS-SUPOUT-STATUS            PIC X(2).
       01  WS-DSPRPT-STATUS            PIC X(2).
       01  WS-JRNL-STATUS              PIC X(2).
       01  WS-DISPIN-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-DISPIN-OPEN          VALUE 'Y'.
       01  WS-BRKMST-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-BRKMST-OPEN          VALUE 'Y'.
       01  WS-SUPWORK-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-SUPWORK-OPEN         VALUE 'Y'.
       01  WS-SUPOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-SUPOUT-OPEN          VALUE 'Y'.
       01  WS-DSPRPT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-DSPRPT-OPEN          VALUE 'Y'.
       01  WS-JRNL-OPEN-SW             PIC X(1) VALUE 'N'.
           88  WS-JRNL-OPEN            VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-SUPPRESSED-SW            PIC X(1) VALUE 'N'.
           88  WS-SUPPRESSED           VALUE 'Y'.
       01  WS-EXPIRY-INVALID-SW        PIC X(1) VALUE 'N'.
           88  WS-EXPIRY-INVALID       VALUE 'Y'.

      *> an accepted variance with no expiry of its own is suppressed
      *> for a quarter, when its approver must recertify it (see
      *> CMPR018)
       78  WS-DEFAULT-EXPIRY-DAYS      VALUE 90.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-EXPIRY-DATE              PIC 9(8) VALUE 0.

       01  WS-DISP-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-DISP-APPLIED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DISP-INVALID-COUNT       PIC 9(7) VALUE 0.
       01  WS-DISP-UNMATCHED-COUNT     PIC 9(7) VALUE 0.
       01  WS-BREAKS-CLOSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-SUPP-WRITTEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-JRNL-FAIL-COUNT          PIC 9(7) VALUE 0.
       01  WS-MASTER-FAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUPOUT-FAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-JRNL-SEQ-NO              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-APPLY-ONE-DISPOSITION UNTIL WS-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           OPEN INPUT DSP-IN
           IF WS-DISPIN-STATUS NOT = '00'
               DISPLAY 'CMPR009: UNABLE TO OPEN DISPIN, STATUS='
                   WS-DISPIN-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-DISPIN-OPEN-SW
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1055-LOAD-SUPPRESSION-WORK
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN I-O BRKM-IO
               IF WS-BRKMST-STATUS NOT = '00'
                   DISPLAY 'CMPR009: UNABLE TO OPEN BRKMST, STATUS='
                       WS-BRKMST-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-BRKMST-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
                   MOVE 'Y' TO WS-SUPOUT-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1060-SEED-JOURNAL
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-DSPRPT-STATUS NOT = '00'
           END-IF.

      *> ---------------------------------------------------------------
      *> The current suppression list is copied into SUPWORK, keyed on
      *> key/field, so 2150 can skip generating an entry that is
      *> already on file - appending a duplicate every time a
      *> disposition file is replayed would grow SUPIN without bound.
      *> OPEN OUTPUT empties whatever the previous run left in the
      *> scratch file; a pair listed twice on SUPIN simply fails the
      *> second write as a duplicate key, which is harmless here.  An
      *> entry already past its SUP-EXPIRY-DATE is left out, the same
      *> test CMPR001's 1055 applies: it no longer suppresses anything,
      *> so a pair accepted again must get a fresh entry rather than
      *> be taken as covered until CMPR018 retires the old one.
      *> ---------------------------------------------------------------
       1055-LOAD-SUPPRESSION-WORK.
           OPEN OUTPUT SUPW-IO
           IF WS-SUPWORK-STATUS NOT = '00'
               DISPLAY 'CMPR009: UNABLE TO OPEN SUPWORK, STATUS='
                   WS-SUPWORK-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               OPEN INPUT SUP-IN
               IF WS-SUPIN-STATUS = '00'
                   PERFORM UNTIL WS-SUPIN-STATUS NOT = '00'
                       READ SUP-IN
                           AT END
                               MOVE '10' TO WS-SUPIN-STATUS
                           NOT AT END
                               IF SUP-EXPIRY-DATE IS NUMERIC
                                       AND SUP-EXPIRY-DATE > 0
                                       AND SUP-EXPIRY-DATE < WS-TODAY-DATE
                                   CONTINUE
                               ELSE
                                   MOVE SUP-KEY TO SUPW-KEY
                                   MOVE SUP-FIELD-NAME TO SUPW-FIELD-NAME
                                   WRITE SUPW-RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUP-IN
               END-IF
               CLOSE SUPW-IO
               OPEN I-O SUPW-IO
               IF WS-SUPWORK-STATUS NOT = '00'
                   DISPLAY 'CMPR009: UNABLE TO REOPEN SUPWORK, STATUS='
                       WS-SUPWORK-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-SUPWORK-OPEN-SW
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR019's 1200-SEED-JOURNAL: the journal is
      *> read through once for its last sequence number and then
      *> reopened EXTEND, so the sequence carries on across runs and
      *> programs.  SUPOUT is the live list, so its entries are
      *> journaled straight to the live journal as they are written.
      *> ---------------------------------------------------------------
       1060-SEED-JOURNAL.
           OPEN INPUT JRN-IO
           IF WS-JRNL-STATUS = '00'
               PERFORM UNTIL WS-JRNL-STATUS NOT = '00'
                   READ JRN-IO
                       AT END
                           MOVE '10' TO WS-JRNL-STATUS
                       NOT AT END
                           IF JRN-SEQ-NO IS NUMERIC
                                   AND JRN-SEQ-NO > WS-JRNL-SEQ-NO
                               MOVE JRN-SEQ-NO TO WS-JRNL-SEQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRN-IO
           END-IF
           OPEN EXTEND JRN-IO
           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '05'
               DISPLAY 'CMPR009: UNABLE TO OPEN JRNL, STATUS='
                   WS-JRNL-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-JRNL-OPEN-SW
           END-IF.

       2000-APPLY-ONE-DISPOSITION.
           READ DSP-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DISP-READ-COUNT
                   PERFORM 2050-VALIDATE-DISPOSITION
           END-READ.

      *> ---------------------------------------------------------------
      *> A record whose code is not F/D/A, or an accepted variance with
      *> no approver, is rejected here - an unattributed acceptance is
      *> exactly the hand-edit problem this program replaces.  So is
      *> an accepted variance whose expiry date is not a real date
      *> after today.
      *> ---------------------------------------------------------------
       2050-VALIDATE-DISPOSITION.
           IF NOT DSP-FIXED AND NOT DSP-DISPUTED
                   AND NOT DSP-ACCEPTED-VARIANCE
               ADD 1 TO WS-DISP-INVALID-COUNT
                   DISPLAY 'CMPR009: ACCEPTED VARIANCE FOR ' DSP-KEY
                       ' HAS NO APPROVER, IGNORED'
               ELSE
                   PERFORM 2060-VET-EXPIRY-DATE
                   IF WS-EXPIRY-INVALID
                       ADD 1 TO WS-DISP-INVALID-COUNT
                       DISPLAY 'CMPR009: ACCEPTED VARIANCE FOR ' DSP-KEY
                           ' HAS INVALID EXPIRY DATE "' DSP-EXPIRY-DATE
                           '", IGNORED'
                   ELSE
                       PERFORM 2100-MATCH-DISPOSITION
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Works out the expiry date 2150 stamps on the suppression entry
      *> an accepted variance generates: the disposition's own date
      *> when one is given, otherwise WS-DEFAULT-EXPIRY-DAYS from
      *> today.
      *> ---------------------------------------------------------------
       2060-VET-EXPIRY-DATE.
           MOVE 'N' TO WS-EXPIRY-INVALID-SW
           MOVE 0 TO WS-EXPIRY-DATE
           IF DSP-ACCEPTED-VARIANCE
               EVALUATE TRUE
                   WHEN DSP-EXPIRY-DATE(1:8) = SPACES
                   WHEN DSP-EXPIRY-DATE IS NUMERIC
                           AND DSP-EXPIRY-DATE = 0
                       COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                           + WS-DEFAULT-EXPIRY-DAYS)
                   WHEN DSP-EXPIRY-DATE IS NOT NUMERIC
                       MOVE 'Y' TO WS-EXPIRY-INVALID-SW
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(DSP-EXPIRY-DATE)
                           NOT = 0
                       MOVE 'Y' TO WS-EXPIRY-INVALID-SW
                   WHEN DSP-EXPIRY-DATE <= WS-TODAY-DATE
                       MOVE 'Y' TO WS-EXPIRY-INVALID-SW
                   WHEN OTHER
                       MOVE DSP-EXPIRY-DATE TO WS-EXPIRY-DATE
               END-EVALUATE
           END-IF.

       2100-MATCH-DISPOSITION.
           MOVE DSP-KEY TO BRK-KEY
           MOVE DSP-FIELD-NAME TO BRK-FIELD-NAME
           READ BRKM-IO
               KEY IS BRK-MASTER-KEY
               INVALID KEY
                   PERFORM 3000-REPORT-UNMATCHED
               NOT INVALID KEY
                   PERFORM 2110-APPLY-DISPOSITION
           END-READ.

      *> ---------------------------------------------------------------
      *> The master is rewritten before any suppression entry is
      *> generated, so a decision the master did not take leaves no
      *> entry behind it and is reported as not applied.
      *> ---------------------------------------------------------------
       2110-APPLY-DISPOSITION.
           MOVE DSP-CODE TO BRK-DISPOSITION
           MOVE DSP-APPROVER TO BRK-APPROVER
           IF BRK-DISP-FIXED
                   OR (BRK-DISP-ACCEPTED AND BRK-KEY-LEVEL-BREAK)
               MOVE 'C' TO BRK-STATUS
           END-IF
           PERFORM 2200-REWRITE-MASTER-RECORD
           IF WS-BRKMST-STATUS = '00'
               ADD 1 TO WS-DISP-APPLIED-COUNT
               IF BRK-STATUS = 'C'
                   ADD 1 TO WS-BREAKS-CLOSED-COUNT
               END-IF
               IF BRK-DISP-ACCEPTED AND NOT BRK-KEY-LEVEL-BREAK
                   PERFORM 2150-GENERATE-SUPPRESSION
               END-IF
           END-IF
           PERFORM 2300-REPORT-ONE-DECISION.

      *> ---------------------------------------------------------------
      *> A whole-key entry (blank field name) already covers every
      *> field of the key, so either lookup finding a pair means the
      *> break is suppressed already.
      *> ---------------------------------------------------------------
       2150-GENERATE-SUPPRESSION.
           MOVE 'N' TO WS-SUPPRESSED-SW
           MOVE BRK-KEY TO SUPW-KEY
           MOVE SPACES TO SUPW-FIELD-NAME
           READ SUPW-IO
               KEY IS SUPW-PAIR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUPPRESSED-SW
           END-READ
           IF NOT WS-SUPPRESSED
               MOVE BRK-FIELD-NAME TO SUPW-FIELD-NAME
               READ SUPW-IO
                   KEY IS SUPW-PAIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUPPRESSED-SW
               END-READ
           END-IF
           IF NOT WS-SUPPRESSED
               MOVE SPACES TO SUPO-RECORD
               MOVE BRK-KEY TO SUPO-KEY
               MOVE BRK-FIELD-NAME TO SUPO-FIELD-NAME
               MOVE BRK-APPROVER TO SUPO-APPROVER
               MOVE WS-TODAY-DATE TO SUPO-APPROVAL-DATE
               MOVE WS-EXPIRY-DATE TO SUPO-EXPIRY-DATE
               MOVE BRK-LAST-VALUE-2 TO SUPO-APPROVED-VALUE
               WRITE SUPO-RECORD
               IF WS-SUPOUT-STATUS NOT = '00'
                   DISPLAY 'CMPR009: WRITE TO SUPOUT FAILED, STATUS='
                       WS-SUPOUT-STATUS ' FOR BREAK ' BRK-KEY
                   ADD 1 TO WS-SUPOUT-FAIL-COUNT
               ELSE
                   ADD 1 TO WS-SUPP-WRITTEN-COUNT
                   PERFORM 2160-WRITE-JOURNAL-ENTRY
                   MOVE BRK-KEY TO SUPW-KEY
                   MOVE BRK-FIELD-NAME TO SUPW-FIELD-NAME
                   WRITE SUPW-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       2160-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQ-NO
           MOVE SPACES TO CMPR-JOURNAL-RECORD
           MOVE WS-JRNL-SEQ-NO TO JRN-SEQ-NO
           MOVE WS-TIMESTAMP TO JRN-TIMESTAMP
           MOVE 'CMPR009' TO JRN-REQUESTER
           MOVE 'S' TO JRN-TARGET
           MOVE 'A' TO JRN-ACTION
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE SUPO-RECORD TO JRN-AFTER-IMAGE
           WRITE CMPR-JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'CMPR009: WRITE TO JRNL FAILED, STATUS='
                   WS-JRNL-STATUS ' FOR BREAK ' BRK-KEY
               ADD 1 TO WS-JRNL-FAIL-COUNT
           END-IF.

       2200-REWRITE-MASTER-RECORD.
           REWRITE CMPR-BREAK-RECORD
           IF WS-BRKMST-STATUS NOT = '00'
               DISPLAY 'CMPR009: REWRITE OF BRKMST FAILED, STATUS='
                   WS-BRKMST-STATUS ' FOR BREAK ' BRK-KEY
               ADD 1 TO WS-MASTER-FAIL-COUNT
           END-IF.

       2300-REPORT-ONE-DECISION.
           MOVE SPACES TO RPT-OUT-LINE
           EVALUATE TRUE
               WHEN WS-BRKMST-STATUS NOT = '00'
                   STRING '  ' BRK-KEY ' ' BRK-FIELD-NAME
                       ' NOT APPLIED - BRKMST UPDATE FAILED'
                       DELIMITED BY SIZE
                       INTO RPT-OUT-LINE
               WHEN BRK-DISP-FIXED
                   STRING '  ' BRK-KEY ' ' BRK-FIELD-NAME
                       ' FIXED - BREAK CLOSED' DELIMITED BY SIZE
                   STRING '  ' BRK-KEY ' ' BRK-FIELD-NAME
                       ' DISPUTED - BREAK STAYS OPEN' DELIMITED BY SIZE
                       INTO RPT-OUT-LINE
               WHEN BRK-DISP-ACCEPTED AND BRK-KEY-LEVEL-BREAK
                   STRING '  ' BRK-KEY ' ' BRK-FIELD-NAME
                       ' ACCEPTED, CLOSED, APPROVED BY '
                       DELIMITED BY SIZE
                       BRK-APPROVER DELIMITED BY SIZE
                       INTO RPT-OUT-LINE
               WHEN BRK-DISP-ACCEPTED
                   STRING '  ' BRK-KEY ' ' BRK-FIELD-NAME
                       ' ACCEPTED VARIANCE, APPROVED BY '
                       BRK-APPROVER DELIMITED BY SIZE
                       INTO RPT-OUT-LINE
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-LINE.

       2900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY 'CMPR009:' RPT-OUT-LINE
           IF WS-DSPRPT-STATUS NOT = '00'
      *> decision took effect; each one is reported by name.
      *> ---------------------------------------------------------------
       3000-REPORT-UNMATCHED.
           ADD 1 TO WS-DISP-UNMATCHED-COUNT
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' DSP-KEY ' ' DSP-FIELD-NAME
               ' NOT ON BREAK MASTER, DECISION NOT APPLIED'
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-DISPIN-OPEN
               CLOSE DSP-IN
           END-IF
           IF WS-BRKMST-OPEN
               CLOSE BRKM-IO
           END-IF
           IF WS-SUPWORK-OPEN
               CLOSE SUPW-IO
           END-IF
           IF WS-SUPOUT-OPEN
               CLOSE SUP-OUT
           END-IF
           IF WS-JRNL-OPEN
               CLOSE JRN-IO
           END-IF
           IF WS-DSPRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY '  Dispositions unmatched: ' WS-DISP-UNMATCHED-COUNT
           DISPLAY '  Breaks closed (fixed) : ' WS-BREAKS-CLOSED-COUNT
           DISPLAY '  Suppressions written  : ' WS-SUPP-WRITTEN-COUNT
           DISPLAY '  Master update failures: ' WS-MASTER-FAIL-COUNT
           DISPLAY '  SUPOUT write failures : ' WS-SUPOUT-FAIL-COUNT
           DISPLAY '  Journal write failures: ' WS-JRNL-FAIL-COUNT
           DISPLAY '==================================================='.

       9100-SET-RETURN-CODE.
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-MASTER-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SUPOUT-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-JRNL-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-DISP-INVALID-COUNT > 0
                           OR WS-DISP-UNMATCHED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
