       >>SOURCE FORMAT FREE
      *> ---------------------------------------------------------------
      *> CMPR018 - suppression housekeeping and recertification sweep.
      *>
      *> Reads the suppression list CMPR001 consults (SUPIN - see
      *> CMPSUPP) and the accumulated AUDOUT audit trail (see CMPAUD)
      *> and does three things with every entry:
      *>   - an entry whose SUP-EXPIRY-DATE is before the as-of date
      *>     is dropped from the new list (SUPOUT) and written to
      *>     SUPRMV instead, this run's removals, which the job adds to
      *>     the removed-suppressions history once the new list is in;
      *>   - an entry that has not turned a break into a 'SUP' result
      *>     in any of the last SWC-STALE-RUNS run dates on AUDOUT is
      *>     listed as stale - the variance it was hiding is gone and
      *>     the entry should be retired;
      *>   - an entry that suppressed a value 2 other than the
      *>     SUP-APPROVED-VALUE it was accepted with is listed as
      *>     drifted - the account has become something the approver
      *>     never signed off on.
      *> The recertification report (RCRTRPT) lists every entry under
      *> its SUP-APPROVER with those findings, plus the entries that
      *> expire soon or never, so each approver can re-sign or
      *> release their entries each quarter.
      *>
      *> The list is copied into the SUPWORK scratch file, keyed on
      *> key/field with an alternate key on the approver, so the
      *> audit sweep can mark each entry by keyed read however long
      *> the list grows and the report can walk it approver by
      *> approver.  A run is identified by its AUD-TIMESTAMP date, and
      *> the stale window slides over run dates the way CMPR012's
      *> lookback window does.
      *>
      *> A field the optional RULEIN marks sensitive (see
      *> RUL-MASK-OPTION in CMPRULE) had its approved value recorded
      *> masked, as EXCOUT showed it, so the clear AUDOUT value is
      *> masked the same way before the two are compared, and is
      *> reported masked.  A token rule is keyed from MASKKEY (see
      *> CMPMKEY), and a mask rule the table cannot hold stops the run.
      *>
      *> Every entry that leaves the list - expired, or dropped as a
      *> repeat - is journaled (see CMPJRNL) to JRNL, numbered on from
      *> the last entry on the journal read through JRNLIN.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR018.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SWC-IN ASSIGN TO SWPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPCTL-STATUS.
           SELECT OPTIONAL SUP-IN ASSIGN TO SUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPIN-STATUS.
           SELECT AUD-IN ASSIGN TO AUDOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-SEQ-NO
               ALTERNATE RECORD KEY IS AUD-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT OPTIONAL RUL-IN ASSIGN TO RULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEIN-STATUS.
           SELECT OPTIONAL MKY-IN ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKEY-STATUS.
           SELECT OPTIONAL JRN-IN ASSIGN TO JRNLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.
           SELECT JRN-OUT ASSIGN TO JRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SUPW-IO ASSIGN TO SUPWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPW-PAIR
               ALTERNATE RECORD KEY IS SUPW-APPROVER WITH DUPLICATES
               FILE STATUS IS WS-SUPWORK-STATUS.
           SELECT SUP-OUT ASSIGN TO SUPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPOUT-STATUS.
           SELECT RMV-OUT ASSIGN TO SUPRMV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRMV-STATUS.
           SELECT RPT-OUT ASSIGN TO RCRTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWC-IN
           RECORDING MODE IS F.
           COPY CMPSWPC.

       FD  SUP-IN
           RECORDING MODE IS F.
           COPY CMPSUPP.

       FD  AUD-IN
           RECORDING MODE IS F.
           COPY CMPAUD.

       FD  RUL-IN
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  MKY-IN
           RECORDING MODE IS F.
           COPY CMPMKEY.

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

      *> one scratch record per suppression entry, rebuilt from SUPIN
      *> every run, carrying what the audit sweep found for it
       FD  SUPW-IO
           RECORDING MODE IS F.
           01  SUPW-RECORD.
               05  SUPW-PAIR.
                   10  SUPW-KEY        PIC X(10).
                   10  SUPW-FIELD-NAME PIC X(10).
               05  SUPW-APPROVER       PIC X(8).
               05  SUPW-APPROVAL-DATE  PIC 9(8).
               05  SUPW-EXPIRY-DATE    PIC 9(8).
               05  SUPW-APPROVED-VALUE PIC X(100).
               05  SUPW-LAST-FIRED     PIC X(8).
      *>          latest run date with a 'SUP' result for the entry;
      *>          spaces = none on the audit trail
               05  SUPW-FIRED-COUNT    PIC 9(8).
               05  SUPW-DRIFT-COUNT    PIC 9(8).
               05  SUPW-DRIFT-DATE     PIC X(8).
               05  SUPW-DRIFT-VALUE    PIC X(100).
      *>          'SUP' results whose value 2 was not the approved
      *>          value, and the latest such run date and value
               05  SUPW-EXPIRED-SW     PIC X(1).
                   88  SUPW-EXPIRED        VALUE 'Y'.
               05  SUPW-STALE-SW       PIC X(1).
                   88  SUPW-STALE          VALUE 'Y'.

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

       FD  RMV-OUT
           RECORDING MODE IS F.
           COPY CMPSUPP
               REPLACING ==CMPR-SUPPRESSION-RECORD== BY ==RMV-RECORD==
                         ==SUP-KEY==                 BY ==RMV-KEY==
                         ==SUP-FIELD-NAME==          BY ==RMV-FIELD-NAME==
                         ==SUP-APPROVER==            BY ==RMV-APPROVER==
                         ==SUP-APPROVAL-DATE==       BY ==RMV-APPROVAL-DATE==
                         ==SUP-EXPIRY-DATE==         BY ==RMV-EXPIRY-DATE==
                         ==SUP-APPROVED-VALUE==      BY ==RMV-APPROVED-VALUE==.

       FD  RPT-OUT
           RECORDING MODE IS F.
           01  RPT-OUT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWPCTL-STATUS            PIC X(2).
       01  WS-SUPIN-STATUS             PIC X(2).
       01  WS-AUDOUT-STATUS            PIC X(2).
       01  WS-RULEIN-STATUS            PIC X(2).
       01  WS-MASKKEY-STATUS           PIC X(2).
       01  WS-JRNLIN-STATUS            PIC X(2).
       01  WS-JRNL-STATUS              PIC X(2).
       01  WS-SUPWORK-STATUS           PIC X(2).
       01  WS-SUPOUT-STATUS            PIC X(2).
       01  WS-SUPRMV-STATUS            PIC X(2).
       01  WS-RCRTRPT-STATUS           PIC X(2).
       01  WS-AUDOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-AUDOUT-OPEN          VALUE 'Y'.
       01  WS-SUPWORK-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-SUPWORK-OPEN         VALUE 'Y'.
       01  WS-SUPOUT-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-SUPOUT-OPEN          VALUE 'Y'.
       01  WS-SUPRMV-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-SUPRMV-OPEN          VALUE 'Y'.
       01  WS-JRNL-OPEN-SW             PIC X(1) VALUE 'N'.
           88  WS-JRNL-OPEN            VALUE 'Y'.
       01  WS-RCRTRPT-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-RCRTRPT-OPEN         VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-WORK-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-WORK-EOF             VALUE 'Y'.
       01  WS-INIT-ERROR-SW            PIC X(1) VALUE 'N'.
           88  WS-INIT-ERROR           VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW           PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.

      *> run parameters from SWPCTL (see CMPSWPC), defaulted in 1050
       78  WS-DEFAULT-STALE-RUNS       VALUE 20.
       78  WS-DEFAULT-NOTICE-DAYS      VALUE 30.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-NOTICE-DATE              PIC 9(8) VALUE 0.
       01  WS-STALE-RUNS               PIC 9(3) VALUE 0.
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 0.

       01  WS-SUP-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-SUP-KEPT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SUP-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUP-DUPLICATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-SUP-STALE-COUNT          PIC 9(7) VALUE 0.
       01  WS-SUP-DRIFT-COUNT          PIC 9(7) VALUE 0.
       01  WS-SUP-NO-EXPIRY-COUNT      PIC 9(7) VALUE 0.
       01  WS-WRITE-FAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-JRNL-SEQ-NO              PIC 9(8) VALUE 0.
       01  WS-AUD-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-AUD-SUP-COUNT            PIC 9(8) VALUE 0.
       01  WS-AUD-UNLISTED-COUNT       PIC 9(8) VALUE 0.
       01  WS-AUD-DATE                 PIC X(8).
       01  WS-AUD-DATE-NUM REDEFINES WS-AUD-DATE PIC 9(8).
       01  WS-VALUE-LENGTH             PIC 9(3) VALUE 0.

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

      *> the last WS-STALE-RUNS distinct run dates seen, oldest first,
      *> slid down one slot when a newer date arrives full
       78  WS-RUN-DATE-MAX-ENTRIES     VALUE 99.
       01  WS-RUN-DATE-COUNT           PIC 9(2) VALUE 0.
       01  WS-DATE-IDX                 PIC 9(2) VALUE 0.
       01  WS-SLIDE-IDX                PIC 9(2) VALUE 0.
       01  WS-WINDOW-START-DATE        PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-TABLE.
           05  WS-RUN-DATE             PIC X(8)
                                       OCCURS WS-RUN-DATE-MAX-ENTRIES TIMES.

      *> report working fields
       01  WS-CURRENT-APPROVER         PIC X(8).
       01  WS-FIRST-APPROVER-SW        PIC X(1) VALUE 'Y'.
           88  WS-FIRST-APPROVER       VALUE 'Y'.
       01  WS-APR-ENTRY-COUNT          PIC 9(7) VALUE 0.
       01  WS-APR-ACTION-COUNT         PIC 9(7) VALUE 0.
       01  WS-STATUS-TEXT              PIC X(29).
       01  WS-STATUS-PTR               PIC 9(2) VALUE 0.
       01  WS-DATE-TEXT                PIC X(8).
       01  WS-APPROVAL-TEXT            PIC X(8).
       01  WS-EXPIRY-TEXT              PIC X(8).
       01  WS-FIRED-TEXT               PIC X(8).
       01  WS-DATE-IN                  PIC 9(8).
       01  WS-COUNT-ED                 PIC Z(6)9.
       01  WS-COUNT-ED-2               PIC Z(6)9.
       01  WS-RUNS-ED                  PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-INIT-ERROR
               PERFORM 2000-SWEEP-ONE-AUDIT-RECORD UNTIL WS-EOF
               PERFORM 3000-WRITE-NEW-LISTS
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1060-READ-MASK-RULES
           IF NOT WS-INIT-ERROR
               PERFORM 1065-READ-MASK-KEY
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT SUP-OUT
               IF WS-SUPOUT-STATUS NOT = '00'
                   DISPLAY 'CMPR018: UNABLE TO OPEN SUPOUT, STATUS='
                       WS-SUPOUT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-SUPOUT-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RMV-OUT
               IF WS-SUPRMV-STATUS NOT = '00'
                   DISPLAY 'CMPR018: UNABLE TO OPEN SUPRMV, STATUS='
                       WS-SUPRMV-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-SUPRMV-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1070-SEED-JOURNAL
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1100-LOAD-SUPPRESSION-WORK
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN INPUT AUD-IN
               IF WS-AUDOUT-STATUS NOT = '00'
                   DISPLAY 'CMPR018: UNABLE TO OPEN AUDOUT, STATUS='
                       WS-AUDOUT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-AUDOUT-OPEN-SW
               END-IF
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN OUTPUT RPT-OUT
               IF WS-RCRTRPT-STATUS NOT = '00'
                   DISPLAY 'CMPR018: UNABLE TO OPEN RCRTRPT, STATUS='
                       WS-RCRTRPT-STATUS
                   MOVE 'Y' TO WS-INIT-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-RCRTRPT-OPEN-SW
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> SWPCTL is optional; absent or zero, each parameter takes its
      *> default.  An as-of date that is not a real date would retire
      *> the wrong entries, so the run is refused instead.
      *> ---------------------------------------------------------------
       1050-READ-CONTROL-CARD.
           OPEN INPUT SWC-IN
           IF WS-SWPCTL-STATUS = '00'
               READ SWC-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SWC-AS-OF-DATE IS NUMERIC
                           MOVE SWC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF SWC-STALE-RUNS IS NUMERIC
                           MOVE SWC-STALE-RUNS TO WS-STALE-RUNS
                       END-IF
                       IF SWC-NOTICE-DAYS IS NUMERIC
                           MOVE SWC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE SWC-IN
           END-IF
           IF WS-AS-OF-DATE = 0
               MOVE WS-TIMESTAMP(1:8) TO WS-AS-OF-DATE
           END-IF
           IF WS-STALE-RUNS = 0
               MOVE WS-DEFAULT-STALE-RUNS TO WS-STALE-RUNS
           END-IF
           IF WS-STALE-RUNS > WS-RUN-DATE-MAX-ENTRIES
               DISPLAY 'CMPR018: STALE WINDOW OF ' WS-STALE-RUNS
                   ' RUNS CUT TO ' WS-RUN-DATE-MAX-ENTRIES
               MOVE WS-RUN-DATE-MAX-ENTRIES TO WS-STALE-RUNS
           END-IF
           IF WS-NOTICE-DAYS = 0
               MOVE WS-DEFAULT-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
               DISPLAY 'CMPR018: AS-OF DATE ' WS-AS-OF-DATE
                   ' IS NOT VALID, RUN REFUSED'
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   + WS-NOTICE-DAYS)
           END-IF.

      *> ---------------------------------------------------------------
      *> RULEIN is optional; only the rules that mask a field are
      *> kept (see RUL-MASK-OPTION in CMPRULE).  Without it nothing
      *> is masked.  A mask rule that will not fit the table would
      *> leave its field compared and reported in the clear, so it
      *> stops the run instead.
      *> ---------------------------------------------------------------
       1060-READ-MASK-RULES.
           OPEN INPUT RUL-IN
           IF WS-RULEIN-STATUS = '00'
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
                                   DISPLAY 'CMPR018: MASK TABLE FULL, "'
                                       RUL-FIELD-NAME '" CANNOT BE MASKED'
                                   MOVE 'Y' TO WS-INIT-ERROR-SW
                                   MOVE 'Y' TO WS-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUL-IN
           END-IF.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR001 1056-READ-MASK-KEY: a token rule
      *> with no usable MASKKEY key stops the run.
      *> ---------------------------------------------------------------
       1065-READ-MASK-KEY.
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
               DISPLAY 'CMPR018: MASKKEY MISSING OR UNDER '
                   WS-MASK-KEY-MIN-LENGTH ' CHARACTERS, '
                   'TOKEN RULES CANNOT BE APPLIED'
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

      *> ---------------------------------------------------------------
      *> This run's journal entries go to JRNL, a new dataset the job
      *> appends to the journal only once the new list has replaced
      *> the old one; JRNLIN is the journal itself, read here only to
      *> carry the sequence number on.
      *> ---------------------------------------------------------------
       1070-SEED-JOURNAL.
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
               DISPLAY 'CMPR018: UNABLE TO OPEN JRNL, STATUS='
                   WS-JRNL-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-JRNL-OPEN-SW
           END-IF.

      *> ---------------------------------------------------------------
      *> The current list is copied into SUPWORK; OPEN OUTPUT empties
      *> whatever the previous run left there, and the load runs I-O
      *> so a repeat can be weighed against the entry already loaded.
      *> SUPIN is optional and an absent one is an empty list; any
      *> other open failure stops the run, since an empty SUPOUT would
      *> then replace the live list.
      *> ---------------------------------------------------------------
       1100-LOAD-SUPPRESSION-WORK.
           OPEN OUTPUT SUPW-IO
           IF WS-SUPWORK-STATUS = '00'
               CLOSE SUPW-IO
               OPEN I-O SUPW-IO
           END-IF
           IF WS-SUPWORK-STATUS NOT = '00'
               DISPLAY 'CMPR018: UNABLE TO OPEN SUPWORK, STATUS='
                   WS-SUPWORK-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-SUPWORK-OPEN-SW
               OPEN INPUT SUP-IN
               EVALUATE WS-SUPIN-STATUS
                   WHEN '00'
                       PERFORM 1150-LOAD-ONE-ENTRY
                           UNTIL WS-SUPIN-STATUS NOT = '00'
                       CLOSE SUP-IN
                   WHEN '05'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CMPR018: UNABLE TO OPEN SUPIN, STATUS='
                           WS-SUPIN-STATUS
                       MOVE 'Y' TO WS-INIT-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
               END-EVALUATE
           END-IF.

       1150-LOAD-ONE-ENTRY.
           READ SUP-IN
               AT END
                   MOVE '10' TO WS-SUPIN-STATUS
               NOT AT END
                   ADD 1 TO WS-SUP-READ-COUNT
                   PERFORM 1155-BUILD-WORK-ENTRY
                   WRITE SUPW-RECORD
                       INVALID KEY
                           PERFORM 1160-REMOVE-DUPLICATE
                   END-WRITE
           END-READ.

       1155-BUILD-WORK-ENTRY.
           MOVE SPACES TO SUPW-RECORD
           MOVE SUP-KEY TO SUPW-KEY
           MOVE SUP-FIELD-NAME TO SUPW-FIELD-NAME
           MOVE SUP-APPROVER TO SUPW-APPROVER
           IF SUP-APPROVAL-DATE IS NUMERIC
               MOVE SUP-APPROVAL-DATE TO SUPW-APPROVAL-DATE
           ELSE
               MOVE 0 TO SUPW-APPROVAL-DATE
           END-IF
           IF SUP-EXPIRY-DATE IS NUMERIC
               MOVE SUP-EXPIRY-DATE TO SUPW-EXPIRY-DATE
           ELSE
               MOVE 0 TO SUPW-EXPIRY-DATE
           END-IF
           MOVE SUP-APPROVED-VALUE TO SUPW-APPROVED-VALUE
           MOVE 0 TO SUPW-FIRED-COUNT
           MOVE 0 TO SUPW-DRIFT-COUNT
           MOVE 'N' TO SUPW-EXPIRED-SW
           MOVE 'N' TO SUPW-STALE-SW.

      *> ---------------------------------------------------------------
      *> A pair listed twice fails the second write as a duplicate key.
      *> CMPR009 adds a fresh entry behind an expired one for the same
      *> pair, so an expired first entry gives way to the later one
      *> and goes to SUPRMV as expired; otherwise the first entry is
      *> kept and the repeat goes to SUPRMV.  Either way nothing is
      *> lost, and the entry that leaves the list is journaled.
      *> ---------------------------------------------------------------
       1160-REMOVE-DUPLICATE.
           READ SUPW-IO
               KEY IS SUPW-PAIR
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SUPWORK-STATUS = '00'
                   AND SUPW-EXPIRY-DATE > 0
                   AND SUPW-EXPIRY-DATE < WS-AS-OF-DATE
               ADD 1 TO WS-SUP-EXPIRED-COUNT
               DISPLAY 'CMPR018: SUPPRESSION FOR ' SUP-KEY ' '
                   SUP-FIELD-NAME ' LISTED TWICE, EXPIRED ENTRY '
                   'REPLACED BY THE LATER ONE'
               PERFORM 3200-WRITE-REMOVED-ENTRY
               PERFORM 1155-BUILD-WORK-ENTRY
               REWRITE SUPW-RECORD
               IF WS-SUPWORK-STATUS NOT = '00'
                   DISPLAY 'CMPR018: REWRITE OF SUPWORK FAILED, STATUS='
                       WS-SUPWORK-STATUS ' FOR KEY ' SUPW-KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SUP-DUPLICATE-COUNT
               DISPLAY 'CMPR018: SUPPRESSION FOR ' SUP-KEY ' '
                   SUP-FIELD-NAME ' LISTED TWICE, REPEAT REMOVED'
               MOVE CMPR-SUPPRESSION-RECORD TO RMV-RECORD
               WRITE RMV-RECORD
               IF WS-SUPRMV-STATUS NOT = '00'
                   DISPLAY 'CMPR018: WRITE TO SUPRMV FAILED, STATUS='
                       WS-SUPRMV-STATUS ' FOR KEY ' SUP-KEY
                   ADD 1 TO WS-WRITE-FAIL-COUNT
               END-IF
               PERFORM 3250-WRITE-JOURNAL-ENTRY
           END-IF.

       2000-SWEEP-ONE-AUDIT-RECORD.
           READ AUD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-AUD-READ-COUNT
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
                   IF WS-AUD-DATE IS NUMERIC
                       PERFORM 2100-TRACK-RUN-DATE
                       IF AUD-RESULT = 'SUP'
                           ADD 1 TO WS-AUD-SUP-COUNT
                           PERFORM 2200-FIND-SUPPRESSION
                       END-IF
                   END-IF
           END-READ.

      *> ---------------------------------------------------------------
      *> Kept in step with CMPR012's 2100-TRACK-RUN-DATE and
      *> 2200-SLIDE-WINDOW, over a window of WS-STALE-RUNS dates.
      *> ---------------------------------------------------------------
       2100-TRACK-RUN-DATE.
           MOVE 0 TO WS-DATE-IDX
           PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                   UNTIL WS-SLIDE-IDX > WS-RUN-DATE-COUNT
               IF WS-RUN-DATE(WS-SLIDE-IDX) = WS-AUD-DATE
                   MOVE WS-SLIDE-IDX TO WS-DATE-IDX
               END-IF
           END-PERFORM
           IF WS-DATE-IDX = 0
               IF WS-RUN-DATE-COUNT > 0
                       AND WS-AUD-DATE < WS-RUN-DATE(1)
                   CONTINUE
               ELSE
                   IF WS-RUN-DATE-COUNT >= WS-STALE-RUNS
                       PERFORM VARYING WS-SLIDE-IDX FROM 1 BY 1
                               UNTIL WS-SLIDE-IDX >= WS-STALE-RUNS
                           MOVE WS-RUN-DATE(WS-SLIDE-IDX + 1)
                               TO WS-RUN-DATE(WS-SLIDE-IDX)
                       END-PERFORM
                       MOVE WS-STALE-RUNS TO WS-RUN-DATE-COUNT
                   ELSE
                       ADD 1 TO WS-RUN-DATE-COUNT
                   END-IF
                   MOVE WS-AUD-DATE TO WS-RUN-DATE(WS-RUN-DATE-COUNT)
                   MOVE WS-RUN-DATE-COUNT TO WS-DATE-IDX
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> A 'SUP' result is credited to the entry that suppressed it -
      *> the key/field entry or, failing that, the whole-key entry -
      *> the same order CMPR001's 2045 would have matched them in.  A
      *> result whose entry has since left the list is only counted.
      *> ---------------------------------------------------------------
       2200-FIND-SUPPRESSION.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE AUD-KEY TO SUPW-KEY
           MOVE AUD-FIELD-NAME TO SUPW-FIELD-NAME
           READ SUPW-IO
               KEY IS SUPW-PAIR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-FOUND-SW
           END-READ
           IF NOT WS-ENTRY-FOUND
               MOVE AUD-KEY TO SUPW-KEY
               MOVE SPACES TO SUPW-FIELD-NAME
               READ SUPW-IO
                   KEY IS SUPW-PAIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
               END-READ
           END-IF
           IF WS-ENTRY-FOUND
               PERFORM 2250-NOTE-SUPPRESSION-HIT
           ELSE
               ADD 1 TO WS-AUD-UNLISTED-COUNT
           END-IF.

      *> ---------------------------------------------------------------
      *> Value 2 is checked against the approved value over the
      *> compare length the audit record carries, and only on results
      *> from the approval date on - what the entry hid before it was
      *> approved is not drift.  A whole-key entry approved no single
      *> value, so it is never checked.  A masked field's value 2 is
      *> masked first and compared in full, mask against mask.
      *> ---------------------------------------------------------------
       2250-NOTE-SUPPRESSION-HIT.
           ADD 1 TO SUPW-FIRED-COUNT
           IF SUPW-LAST-FIRED = SPACES OR WS-AUD-DATE > SUPW-LAST-FIRED
               MOVE WS-AUD-DATE TO SUPW-LAST-FIRED
           END-IF
           IF SUPW-APPROVED-VALUE NOT = SPACES
                   AND SUPW-FIELD-NAME NOT = SPACES
                   AND WS-AUD-DATE-NUM >= SUPW-APPROVAL-DATE
               PERFORM 2260-FIND-MASK-OPTION
               MOVE AUD-VALUE-2 TO WS-MASK-VALUE
               IF WS-MASK-APPLIES
                   PERFORM 2270-MASK-ONE-VALUE
                   MOVE 100 TO WS-VALUE-LENGTH
               ELSE
                   IF AUD-CMP-LENGTH IS NUMERIC
                           AND AUD-CMP-LENGTH > 0 AND AUD-CMP-LENGTH <= 100
                       MOVE AUD-CMP-LENGTH TO WS-VALUE-LENGTH
                   ELSE
                       MOVE 100 TO WS-VALUE-LENGTH
                   END-IF
               END-IF
               IF WS-MASK-VALUE(1:WS-VALUE-LENGTH) NOT =
                       SUPW-APPROVED-VALUE(1:WS-VALUE-LENGTH)
                   ADD 1 TO SUPW-DRIFT-COUNT
                   IF SUPW-DRIFT-DATE = SPACES
                           OR WS-AUD-DATE >= SUPW-DRIFT-DATE
                       MOVE WS-AUD-DATE TO SUPW-DRIFT-DATE
                       MOVE WS-MASK-VALUE TO SUPW-DRIFT-VALUE
                   END-IF
               END-IF
           END-IF
           REWRITE SUPW-RECORD
           IF WS-SUPWORK-STATUS NOT = '00'
               DISPLAY 'CMPR018: REWRITE OF SUPWORK FAILED, STATUS='
                   WS-SUPWORK-STATUS ' FOR KEY ' SUPW-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF.

       2260-FIND-MASK-OPTION.
           MOVE SPACE TO WS-MASK-OPTION
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > WS-MASK-COUNT
                      OR WS-MASK-FIELD-NAME(WS-MASK-IDX) = AUD-FIELD-NAME
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
       2270-MASK-ONE-VALUE.
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
                       PERFORM 2275-MIX-ONE-CHARACTER
                   END-PERFORM
                   PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                           UNTIL WS-MASK-POS > WS-MASK-LENGTH
                       COMPUTE WS-MASK-KEY-POS = FUNCTION MOD(
                           WS-MASK-POS - 1, WS-MASK-KEY-LENGTH) + 1
                       MOVE WS-MASK-VALUE(WS-MASK-POS:1) TO WS-MASK-CHAR
                       PERFORM 2275-MIX-ONE-CHARACTER
                   END-PERFORM
                   MOVE WS-MASK-HASH TO WS-MASK-TOKEN-NO
                   MOVE SPACES TO WS-MASK-VALUE
                   STRING 'T#' WS-MASK-TOKEN-NO DELIMITED BY SIZE
                       INTO WS-MASK-VALUE
               END-IF
           END-IF.

       2275-MIX-ONE-CHARACTER.
           COMPUTE WS-MASK-MIX = FUNCTION MOD(
               WS-MASK-HASH * 131
               + FUNCTION ORD(WS-MASK-CHAR) * 257
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937)
           COMPUTE WS-MASK-HASH = FUNCTION MOD(
               WS-MASK-MIX * WS-MASK-MIX
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937).

      *> ---------------------------------------------------------------
      *> One pass over SUPWORK in key order writes the new list and
      *> the removed entries and settles each entry's findings for the
      *> report.  Staleness needs a full window of run dates on the
      *> audit trail, and an entry approved inside the window has not
      *> yet had the chance to go stale.
      *> ---------------------------------------------------------------
       3000-WRITE-NEW-LISTS.
           IF WS-RUN-DATE-COUNT >= WS-STALE-RUNS
               MOVE WS-RUN-DATE(1) TO WS-WINDOW-START-DATE
           ELSE
               MOVE 0 TO WS-WINDOW-START-DATE
           END-IF
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO SUPW-PAIR
           START SUPW-IO KEY IS NOT LESS THAN SUPW-PAIR
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           PERFORM 3100-SETTLE-ONE-ENTRY UNTIL WS-WORK-EOF.

       3100-SETTLE-ONE-ENTRY.
           READ SUPW-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   IF SUPW-EXPIRY-DATE > 0
                           AND SUPW-EXPIRY-DATE < WS-AS-OF-DATE
                       MOVE 'Y' TO SUPW-EXPIRED-SW
                       ADD 1 TO WS-SUP-EXPIRED-COUNT
                       PERFORM 3200-WRITE-REMOVED-ENTRY
                   ELSE
                       ADD 1 TO WS-SUP-KEPT-COUNT
                       PERFORM 3300-WRITE-KEPT-ENTRY
                       IF WS-WINDOW-START-DATE > 0
                               AND (SUPW-LAST-FIRED = SPACES
                                OR SUPW-LAST-FIRED < WS-RUN-DATE(1))
                               AND SUPW-APPROVAL-DATE < WS-WINDOW-START-DATE
                           MOVE 'Y' TO SUPW-STALE-SW
                           ADD 1 TO WS-SUP-STALE-COUNT
                       END-IF
                       IF SUPW-DRIFT-COUNT > 0
                           ADD 1 TO WS-SUP-DRIFT-COUNT
                       END-IF
                       IF SUPW-EXPIRY-DATE = 0
                           ADD 1 TO WS-SUP-NO-EXPIRY-COUNT
                       END-IF
                   END-IF
                   REWRITE SUPW-RECORD
                   IF WS-SUPWORK-STATUS NOT = '00'
                       DISPLAY 'CMPR018: REWRITE OF SUPWORK FAILED, '
                           'STATUS=' WS-SUPWORK-STATUS ' FOR KEY '
                           SUPW-KEY
                       ADD 1 TO WS-WRITE-FAIL-COUNT
                   END-IF
           END-READ.

       3200-WRITE-REMOVED-ENTRY.
           MOVE SPACES TO RMV-RECORD
           MOVE SUPW-KEY TO RMV-KEY
           MOVE SUPW-FIELD-NAME TO RMV-FIELD-NAME
           MOVE SUPW-APPROVER TO RMV-APPROVER
           MOVE SUPW-APPROVAL-DATE TO RMV-APPROVAL-DATE
           MOVE SUPW-EXPIRY-DATE TO RMV-EXPIRY-DATE
           MOVE SUPW-APPROVED-VALUE TO RMV-APPROVED-VALUE
           WRITE RMV-RECORD
           IF WS-SUPRMV-STATUS NOT = '00'
               DISPLAY 'CMPR018: WRITE TO SUPRMV FAILED, STATUS='
                   WS-SUPRMV-STATUS ' FOR KEY ' SUPW-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF
           PERFORM 3250-WRITE-JOURNAL-ENTRY.

      *> ---------------------------------------------------------------
      *> The entry leaving the list, as just written to SUPRMV, is the
      *> before image of a suppression delete.
      *> ---------------------------------------------------------------
       3250-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQ-NO
           MOVE SPACES TO CMPR-JOURNAL-RECORD
           MOVE WS-JRNL-SEQ-NO TO JRN-SEQ-NO
           MOVE WS-TIMESTAMP TO JRN-TIMESTAMP
           MOVE 'CMPR018' TO JRN-REQUESTER
           MOVE 'S' TO JRN-TARGET
           MOVE 'D' TO JRN-ACTION
           MOVE RMV-RECORD TO JRN-BEFORE-IMAGE
           MOVE SPACES TO JRN-AFTER-IMAGE
           WRITE CMPR-JOURNAL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'CMPR018: WRITE TO JRNL FAILED, STATUS='
                   WS-JRNL-STATUS ' FOR KEY ' RMV-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF.

       3300-WRITE-KEPT-ENTRY.
           MOVE SPACES TO SUPO-RECORD
           MOVE SUPW-KEY TO SUPO-KEY
           MOVE SUPW-FIELD-NAME TO SUPO-FIELD-NAME
           MOVE SUPW-APPROVER TO SUPO-APPROVER
           MOVE SUPW-APPROVAL-DATE TO SUPO-APPROVAL-DATE
           MOVE SUPW-EXPIRY-DATE TO SUPO-EXPIRY-DATE
           MOVE SUPW-APPROVED-VALUE TO SUPO-APPROVED-VALUE
           WRITE SUPO-RECORD
           IF WS-SUPOUT-STATUS NOT = '00'
               DISPLAY 'CMPR018: WRITE TO SUPOUT FAILED, STATUS='
                   WS-SUPOUT-STATUS ' FOR KEY ' SUPW-KEY
               ADD 1 TO WS-WRITE-FAIL-COUNT
           END-IF.

      *> ---------------------------------------------------------------
      *> The recertification report walks SUPWORK by its alternate
      *> key, so each approver's entries come out together; entries
      *> with no approver (hand-keyed before approvals were recorded)
      *> sort first.
      *> ---------------------------------------------------------------
       4000-WRITE-REPORT.
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'CMPR018 SUPPRESSION RECERTIFICATION AS OF '
               DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-STALE-RUNS TO WS-RUNS-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  STALE = NO SUPPRESSION IN THE LAST' DELIMITED BY SIZE
               WS-RUNS-ED DELIMITED BY SIZE
               ' RUN DATE(S) ON AUDOUT' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  DRIFT = SUPPRESSED A VALUE OTHER THAN THE ONE '
               'APPROVED' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE 'Y' TO WS-FIRST-APPROVER-SW
           MOVE LOW-VALUES TO SUPW-APPROVER
           START SUPW-IO KEY IS NOT LESS THAN SUPW-APPROVER
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START
           PERFORM 4100-REPORT-ONE-ENTRY UNTIL WS-WORK-EOF
           IF WS-FIRST-APPROVER
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  NO SUPPRESSION ENTRIES ON SUPIN'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           ELSE
               PERFORM 4400-WRITE-APPROVER-TRAILER
           END-IF
           PERFORM 4500-WRITE-TOTALS.

       4100-REPORT-ONE-ENTRY.
           READ SUPW-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   IF WS-FIRST-APPROVER
                           OR SUPW-APPROVER NOT = WS-CURRENT-APPROVER
                       IF NOT WS-FIRST-APPROVER
                           PERFORM 4400-WRITE-APPROVER-TRAILER
                       END-IF
                       MOVE 'N' TO WS-FIRST-APPROVER-SW
                       PERFORM 4300-WRITE-APPROVER-HEADER
                   END-IF
                   PERFORM 4200-WRITE-ENTRY-LINES
           END-READ.

       4200-WRITE-ENTRY-LINES.
           ADD 1 TO WS-APR-ENTRY-COUNT
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 1 TO WS-STATUS-PTR
           IF SUPW-EXPIRED
               STRING 'EXPIRED-REMOVED ' DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
           ELSE
               IF SUPW-STALE
                   STRING 'STALE ' DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               END-IF
               IF SUPW-DRIFT-COUNT > 0
                   STRING 'DRIFT ' DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               END-IF
               IF SUPW-EXPIRY-DATE = 0
                   STRING 'NO-EXPIRY ' DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
               ELSE
                   IF SUPW-EXPIRY-DATE <= WS-NOTICE-DATE
                       STRING 'EXPIRING ' DELIMITED BY SIZE
                           INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-PTR
                   END-IF
               END-IF
           END-IF
           IF WS-STATUS-TEXT = SPACES
               MOVE 'ACTIVE' TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-APR-ACTION-COUNT
           END-IF
           MOVE SUPW-APPROVAL-DATE TO WS-DATE-IN
           PERFORM 4250-EDIT-DATE
           MOVE WS-DATE-TEXT TO WS-APPROVAL-TEXT
           MOVE SUPW-EXPIRY-DATE TO WS-DATE-IN
           PERFORM 4250-EDIT-DATE
           MOVE WS-DATE-TEXT TO WS-EXPIRY-TEXT
           IF SUPW-LAST-FIRED = SPACES
               MOVE 'NEVER' TO WS-FIRED-TEXT
           ELSE
               MOVE SUPW-LAST-FIRED TO WS-FIRED-TEXT
           END-IF
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' SUPW-KEY ' ' SUPW-FIELD-NAME ' '
               WS-APPROVAL-TEXT ' ' WS-EXPIRY-TEXT ' '
               WS-FIRED-TEXT ' ' WS-STATUS-TEXT
               DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           IF SUPW-DRIFT-COUNT > 0 AND NOT SUPW-EXPIRED
               MOVE SPACES TO RPT-OUT-LINE
               STRING '      APPROVED VALUE : ' DELIMITED BY SIZE
                   SUPW-APPROVED-VALUE(1:50) DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
               MOVE SPACES TO RPT-OUT-LINE
               STRING '      SUPPRESSED ' DELIMITED BY SIZE
                   SUPW-DRIFT-DATE DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   SUPW-DRIFT-VALUE(1:50) DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

       4250-EDIT-DATE.
           IF WS-DATE-IN = 0
               MOVE '(NONE)' TO WS-DATE-TEXT
           ELSE
               MOVE WS-DATE-IN TO WS-DATE-TEXT
           END-IF.

       4300-WRITE-APPROVER-HEADER.
           MOVE SUPW-APPROVER TO WS-CURRENT-APPROVER
           MOVE 0 TO WS-APR-ENTRY-COUNT
           MOVE 0 TO WS-APR-ACTION-COUNT
           MOVE SPACES TO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           IF SUPW-APPROVER = SPACES
               STRING 'APPROVER (NONE RECORDED - HAND-KEYED ENTRIES)'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
           ELSE
               STRING 'APPROVER ' SUPW-APPROVER DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
           END-IF
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEY        FIELD      APPROVED EXPIRES  LAST SUP'
               ' FINDINGS' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4400-WRITE-APPROVER-TRAILER.
           MOVE WS-APR-ENTRY-COUNT TO WS-COUNT-ED
           MOVE WS-APR-ACTION-COUNT TO WS-COUNT-ED-2
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               ' ENTRY(IES),' DELIMITED BY SIZE
               WS-COUNT-ED-2 DELIMITED BY SIZE
               ' TO RE-SIGN OR RELEASE' DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4500-WRITE-TOTALS.
           MOVE SPACES TO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING 'SUPPRESSION ENTRIES READ      :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-KEPT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEPT ON SUPOUT              :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-EXPIRED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  EXPIRED, MOVED TO SUPRMV    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-DUPLICATE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  REPEATS, MOVED TO SUPRMV    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-STALE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEPT BUT STALE              :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-DRIFT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEPT BUT DRIFTED            :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-SUP-NO-EXPIRY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO RPT-OUT-LINE
           STRING '  KEPT WITH NO EXPIRY DATE    :' DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO RPT-OUT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           IF WS-RUN-DATE-COUNT < WS-STALE-RUNS
               MOVE WS-RUN-DATE-COUNT TO WS-RUNS-ED
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  ONLY' DELIMITED BY SIZE
                   WS-RUNS-ED DELIMITED BY SIZE
                   ' RUN DATE(S) ON AUDOUT - NO ENTRY JUDGED STALE'
                   DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

       4900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-LINE
           DISPLAY RPT-OUT-LINE
           IF WS-RCRTRPT-STATUS NOT = '00'
               DISPLAY 'CMPR018: WRITE TO RCRTRPT FAILED, STATUS='
                   WS-RCRTRPT-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-AUDOUT-OPEN
               CLOSE AUD-IN
           END-IF
           IF WS-SUPWORK-OPEN
               CLOSE SUPW-IO
           END-IF
           IF WS-SUPOUT-OPEN
               CLOSE SUP-OUT
           END-IF
           IF WS-SUPRMV-OPEN
               CLOSE RMV-OUT
           END-IF
           IF WS-JRNL-OPEN
               CLOSE JRN-OUT
           END-IF
           IF WS-RCRTRPT-OPEN
               CLOSE RPT-OUT
           END-IF
           DISPLAY 'CMPR018: ' WS-AUD-READ-COUNT ' AUDIT RECORD(S) SWEPT, '
               WS-AUD-SUP-COUNT ' SUPPRESSED, ' WS-AUD-UNLISTED-COUNT
               ' BY ENTRIES NO LONGER LISTED'
           IF WS-INIT-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-WRITE-FAIL-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SUP-READ-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
