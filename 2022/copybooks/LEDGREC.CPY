       01 WS-LEDGER-REC.
         05 WS-LGR-REC-TYPE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-PERIOD PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-TEAM PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-SECTIONS PIC 9(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-OVERLAP PIC 9(8)V9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-SECTION-CHARGE PIC 9(9)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-SURCHARGE PIC 9(9)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LGR-CHARGE PIC 9(9)V99.
       01 WS-LEDGER-TRL.
         05 WS-LTR-REC-TYPE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTR-PERIOD PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTR-RECORD-COUNT PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTR-TOTAL-CHARGE PIC 9(11)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTR-CAPACITY PIC 9(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTR-BALANCED PIC X(1).
