      *> no record of what went where.  A history request reaching
      *> past the online window points CMPR005's optional AUDARCH DD
      *> at the archive file named on the manifest.
      *>
      *> The archive leaves the reconciliation system, so a field the
      *> RULEIN rules file marks sensitive (see RUL-MASK-OPTION in
      *> CMPRULE) is unloaded with its values masked and the record
      *> flagged (AUD-MASKED-SW); the cluster copy being deleted was
      *> the clear one.  RULEIN is required, so a missing DD cannot
      *> send sensitive values out in the clear, and token masking is
      *> keyed from MASKKEY (see CMPMKEY).
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPR010.
               RECORD KEY IS AUD-SEQ-NO
               ALTERNATE RECORD KEY IS AUD-KEY WITH DUPLICATES
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT RUL-IN ASSIGN TO RULEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEIN-STATUS.
           SELECT OPTIONAL MKY-IN ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKKEY-STATUS.
           SELECT ARC-OUT ASSIGN TO ARCOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCOUT-STATUS.
           RECORDING MODE IS F.
           COPY CMPAUD.

       FD  RUL-IN
           RECORDING MODE IS F.
           COPY CMPRULE.

       FD  MKY-IN
           RECORDING MODE IS F.
           COPY CMPMKEY.

       FD  ARC-OUT
           RECORDING MODE IS F.
           COPY CMPAUD
                         ==AUD-RESULT==         BY ==ARC-RESULT==
                         ==AUD-TIMESTAMP==      BY ==ARC-TIMESTAMP==
                         ==AUD-VALUE-3==        BY ==ARC-VALUE-3==
                         ==AUD-OUTLIER==        BY ==ARC-OUTLIER==
                         ==AUD-FIELD-TYPE==     BY ==ARC-FIELD-TYPE==
                         ==AUD-CMP-LENGTH==     BY ==ARC-CMP-LENGTH==
                         ==AUD-EXPECTED-VALUE== BY ==ARC-EXPECTED-VALUE==
                         ==AUD-CHANGE-REF==     BY ==ARC-CHANGE-REF==
                         ==AUD-MASKED-SW==      BY ==ARC-MASKED-SW==
                         ==AUD-VALUES-MASKED==  BY ==ARC-VALUES-MASKED==.

       FD  MAN-OUT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-RETCTL-STATUS            PIC X(2).
       01  WS-AUDOUT-STATUS            PIC X(2).
       01  WS-RULEIN-STATUS            PIC X(2).
       01  WS-MASKKEY-STATUS           PIC X(2).
       01  WS-ARCOUT-STATUS            PIC X(2).
       01  WS-MANOUT-STATUS            PIC X(2).
       01  WS-AUDOUT-OPEN-SW           PIC X(1) VALUE 'N'.
       01  WS-ARCHIVED-COUNT           PIC 9(8) VALUE 0.
       01  WS-DELETE-FAIL-COUNT        PIC 9(8) VALUE 0.
       01  WS-BAD-DATE-COUNT           PIC 9(8) VALUE 0.
       01  WS-MASKED-COUNT             PIC 9(8) VALUE 0.
       01  WS-FROM-TIMESTAMP           PIC X(21) VALUE HIGH-VALUES.
       01  WS-TO-TIMESTAMP             PIC X(21) VALUE LOW-VALUES.

      *>   fields whose values leave masked (see RUL-MASK-OPTION in
      *>   CMPRULE), from RULEIN; as many as CMPR001's rule table
      *>   holds
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE FUNCTION NUMVAL(WS-TIMESTAMP(1:8)) TO WS-TODAY-DATE
           PERFORM 1050-READ-CONTROL-CARD
           IF NOT WS-INIT-ERROR
               PERFORM 1060-READ-MASK-RULES
           END-IF
           IF NOT WS-INIT-ERROR
               PERFORM 1065-READ-MASK-KEY
           END-IF
           IF NOT WS-INIT-ERROR
               OPEN I-O AUD-IO
               IF WS-AUDOUT-STATUS NOT = '00'
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> RULEIN is required; only the rules that mask a field are
      *> kept (see RUL-MASK-OPTION in CMPRULE).  Without it there is
      *> no telling which fields are sensitive, and a mask rule that
      *> will not fit the table would leave its field in the clear on
      *> the archive, so either stops the run before anything moves.
      *> ---------------------------------------------------------------
       1060-READ-MASK-RULES.
           OPEN INPUT RUL-IN
           IF WS-RULEIN-STATUS NOT = '00'
               DISPLAY 'CMPR010: UNABLE TO OPEN RULEIN, STATUS='
                   WS-RULEIN-STATUS
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           ELSE
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
                                   DISPLAY 'CMPR010: MASK TABLE FULL, "'
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
               DISPLAY 'CMPR010: MASKKEY MISSING OR UNDER '
                   WS-MASK-KEY-MIN-LENGTH ' CHARACTERS, '
                   'TOKEN RULES CANNOT BE APPLIED'
               MOVE 'Y' TO WS-INIT-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

       1070-POSITION-TO-FIRST-RECORD.
           MOVE 0 TO AUD-SEQ-NO
           START AUD-IO KEY IS NOT LESS THAN AUD-SEQ-NO

       2200-ARCHIVE-AND-DELETE.
           MOVE CMPR-AUDIT-RECORD TO ARC-RECORD
           PERFORM 2250-MASK-ARCHIVE-RECORD
           WRITE ARC-RECORD
           IF WS-ARCOUT-STATUS NOT = '00'
      *>       a record that did not land on the archive must not be
                       ADD 1 TO WS-DELETE-FAIL-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ARCHIVED-COUNT
                       IF ARC-VALUES-MASKED
                           ADD 1 TO WS-MASKED-COUNT
                       END-IF
                       IF AUD-TIMESTAMP < WS-FROM-TIMESTAMP
                           MOVE AUD-TIMESTAMP TO WS-FROM-TIMESTAMP
                       END-IF
               END-DELETE
           END-IF.

       2250-MASK-ARCHIVE-RECORD.
           PERFORM 2255-FIND-MASK-OPTION
           IF WS-MASK-APPLIES
               MOVE 'Y' TO ARC-MASKED-SW
               MOVE ARC-VALUE-1 TO WS-MASK-VALUE
               PERFORM 2260-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO ARC-VALUE-1
               MOVE ARC-VALUE-2 TO WS-MASK-VALUE
               PERFORM 2260-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO ARC-VALUE-2
               MOVE ARC-VALUE-3 TO WS-MASK-VALUE
               PERFORM 2260-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO ARC-VALUE-3
               MOVE ARC-EXPECTED-VALUE TO WS-MASK-VALUE
               PERFORM 2260-MASK-ONE-VALUE
               MOVE WS-MASK-VALUE TO ARC-EXPECTED-VALUE
           ELSE
               MOVE SPACE TO ARC-MASKED-SW
           END-IF.

       2255-FIND-MASK-OPTION.
           MOVE SPACE TO WS-MASK-OPTION
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                   UNTIL WS-MASK-IDX > WS-MASK-COUNT
                      OR WS-MASK-FIELD-NAME(WS-MASK-IDX) = ARC-FIELD-NAME
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
       2260-MASK-ONE-VALUE.
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
                       PERFORM 2265-MIX-ONE-CHARACTER
                   END-PERFORM
                   PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                           UNTIL WS-MASK-POS > WS-MASK-LENGTH
                       COMPUTE WS-MASK-KEY-POS = FUNCTION MOD(
                           WS-MASK-POS - 1, WS-MASK-KEY-LENGTH) + 1
                       MOVE WS-MASK-VALUE(WS-MASK-POS:1) TO WS-MASK-CHAR
                       PERFORM 2265-MIX-ONE-CHARACTER
                   END-PERFORM
                   MOVE WS-MASK-HASH TO WS-MASK-TOKEN-NO
                   MOVE SPACES TO WS-MASK-VALUE
                   STRING 'T#' WS-MASK-TOKEN-NO DELIMITED BY SIZE
                       INTO WS-MASK-VALUE
               END-IF
           END-IF.

       2265-MIX-ONE-CHARACTER.
           COMPUTE WS-MASK-MIX = FUNCTION MOD(
               WS-MASK-HASH * 131
               + FUNCTION ORD(WS-MASK-CHAR) * 257
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937)
           COMPUTE WS-MASK-HASH = FUNCTION MOD(
               WS-MASK-MIX * WS-MASK-MIX
               + FUNCTION ORD(WS-MASK-KEY(WS-MASK-KEY-POS:1)),
               999999937).

       3000-WRITE-MANIFEST.
           IF WS-ARCHIVED-COUNT > 0
               MOVE WS-TIMESTAMP TO MAN-RUN-TIMESTAMP
           DISPLAY '  Records archived      : ' WS-ARCHIVED-COUNT
           DISPLAY '  Archive/delete fails  : ' WS-DELETE-FAIL-COUNT
           DISPLAY '  Invalid timestamps    : ' WS-BAD-DATE-COUNT
           DISPLAY '  Archived masked       : ' WS-MASKED-COUNT
           DISPLAY '==================================================='.

       9100-SET-RETURN-CODE.
