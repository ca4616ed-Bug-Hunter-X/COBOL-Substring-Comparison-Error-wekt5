      *> merged by CMPR007 (partitions merged equal to partitions
      *> logged, which catches a partition that logged but missed
      *> the merge or a merge over stale slices); CMPR006 logged; no
      *> step ended RETURN-CODE 16 (nor CMPR002 12, its unbalanced-
      *> extract stop); and CMPR001's total pairs
      *> compared is no more than CMPR002's matched records times
      *> CMPR-MAX-FIELDS, which a double-run or crossed file would
      *> breach.  A partition job that never ran leaves no trace in
       01  WS-PROBLEM-COUNT            PIC 9(3) VALUE 0.
       01  WS-PART-PLANNED             PIC 9(2) VALUE 0.

      *> RETURN-CODE-16 steps (and a CMPR002 that stopped the chain
      *> with RETURN-CODE 12 on unbalanced extracts) found during the
      *> tally pass, held here so their problem lines land under the
      *> report title instead of above it
       78  WS-RC16-MAX-ENTRIES         VALUE 20.
       01  WS-RC16-TABLE.
           05  WS-RC16-ENTRY           OCCURS WS-RC16-MAX-ENTRIES TIMES.
               10  WS-RC16-PROGRAM     PIC X(8).
               10  WS-RC16-TIMESTAMP   PIC X(21).
               10  WS-RC16-RETURN-CODE PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
                   CONTINUE
           END-EVALUATE
           IF RLG-RETURN-CODE = 16
                   OR (RLG-PROGRAM-ID = 'CMPR002'
                       AND RLG-RETURN-CODE = 12)
      *>       held for 3050 rather than written here, so the line
      *>       lands under the report title 3000 has yet to write
               IF WS-RC16-COUNT < WS-RC16-MAX-ENTRIES
                       TO WS-RC16-PROGRAM(WS-RC16-COUNT)
                   MOVE RLG-END-TIMESTAMP
                       TO WS-RC16-TIMESTAMP(WS-RC16-COUNT)
                   MOVE RLG-RETURN-CODE
                       TO WS-RC16-RETURN-CODE(WS-RC16-COUNT)
               ELSE
                   DISPLAY 'CMPR014: RC-16 TABLE FULL, '
                       RLG-PROGRAM-ID ' FAILURE NOT LISTED'
                   UNTIL WS-RC16-IDX > WS-RC16-COUNT
               MOVE SPACES TO RPT-OUT-LINE
               STRING '  ' WS-RC16-PROGRAM(WS-RC16-IDX)
                   ' ENDED RETURN-CODE ' DELIMITED BY SIZE
                   WS-RC16-RETURN-CODE(WS-RC16-IDX) DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   WS-RC16-TIMESTAMP(WS-RC16-IDX) DELIMITED BY SIZE
                   INTO RPT-OUT-LINE
               PERFORM 3900-HOLD-PROBLEM-LINE
