                         ==CTL-NUMERIC-TOLERANCE==  BY ==PLNO-NUMERIC-TOLERANCE==
                         ==CTL-KEY-RANGE-LOW==      BY ==PLNO-KEY-RANGE-LOW==
                         ==CTL-KEY-RANGE-HIGH==     BY ==PLNO-KEY-RANGE-HIGH==
                         ==CTL-THREE-WAY-SWITCH==   BY ==PLNO-THREE-WAY-SWITCH==
                         ==CTL-BUSINESS-DATE==      BY ==PLNO-BUSINESS-DATE==.

       FD  RPT-OUT
           RECORDING MODE IS F.
       01  WS-TPL-CMP-LENGTH-OVERRIDE  PIC 9(3) VALUE 0.
       01  WS-TPL-NUMERIC-TOLERANCE    PIC 9(7)V9(2) VALUE 0.
       01  WS-TPL-THREE-WAY-SWITCH     PIC X(1) VALUE SPACE.
       01  WS-TPL-BUSINESS-DATE        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
                           TO WS-TPL-NUMERIC-TOLERANCE
                       MOVE CTL-THREE-WAY-SWITCH
                           TO WS-TPL-THREE-WAY-SWITCH
                       MOVE CTL-BUSINESS-DATE
                           TO WS-TPL-BUSINESS-DATE
                       IF CTL-KEY-RANGE-LOW NOT = SPACES
                               OR CTL-KEY-RANGE-HIGH NOT = SPACES
                           DISPLAY 'CMPR013: TEMPLATE CARD ALREADY'
           MOVE WS-TPL-CMP-LENGTH-OVERRIDE TO PLNO-CMP-LENGTH-OVERRIDE
           MOVE WS-TPL-NUMERIC-TOLERANCE TO PLNO-NUMERIC-TOLERANCE
           MOVE WS-TPL-THREE-WAY-SWITCH TO PLNO-THREE-WAY-SWITCH
           MOVE WS-TPL-BUSINESS-DATE TO PLNO-BUSINESS-DATE
           WRITE PLNO-RECORD
           IF WS-PLANOUT-STATUS NOT = '00'
               DISPLAY 'CMPR013: WRITE TO PLANOUT FAILED, STATUS='
