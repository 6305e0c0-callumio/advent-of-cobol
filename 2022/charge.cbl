       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-CHARGE.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "control/chargeback-rates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FS.
           SELECT ELF-MASTER-FILE ASSIGN TO "control/elf-master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELF-FS.
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIR-FS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO DYNAMIC
           WS-CHARGE-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LGR-FS.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD RATE-FILE.
           01 RATE-LINE PIC X(40).
           FD ELF-MASTER-FILE.
           01 ELF-MASTER-LINE PIC X(30).
           FD PAIR-FILE.
           01 PAIR-LINE PIC X(29).
           FD CHARGE-REPORT-FILE.
           01 CHARGE-REPORT-LINE PIC X(110).
           FD LEDGER-FILE.
           01 LEDGER-LINE PIC X(90).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-PERIOD PIC X(6) VALUE SPACES.
         05 WS-PERIOD-NUM PIC 9(6) VALUE 0.
         05 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
         05 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
         05 WS-FIRST-INTEGER PIC 9(8) VALUE 0.
         05 WS-NEXT-INTEGER PIC 9(8) VALUE 0.
         05 WS-DAY-INTEGER PIC 9(8) VALUE 0.
         05 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
         05 WS-DAY-IDX PIC 9(2) VALUE 0.
         05 WS-DATE-NUM PIC 9(8) VALUE 0.
         05 WS-RATE-FS PIC X(2) VALUE "00".
         05 WS-RATE-EOF PIC X VALUE "N".
         05 WS-ELF-FS PIC X(2) VALUE "00".
         05 WS-ELF-EOF PIC X VALUE "N".
         05 WS-PAIR-FS PIC X(2) VALUE "00".
         05 WS-PAIR-EOF PIC X VALUE "N".
         05 WS-LGR-FS PIC X(2) VALUE "00".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-PAIR-FILENAME PIC X(44) VALUE SPACES.
         05 WS-CHARGE-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-LEDGER-FILENAME PIC X(40) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-REG-IDX PIC 9(2) VALUE 0.
         05 WS-DAY4-PROGRAM PIC X(12) VALUE "AOC-2022-4".
         05 WS-DAY4-STEM PIC X(8) VALUE "day4".
         05 WS-SECTION-RATE PIC 9(5)V99 VALUE 0.
         05 WS-OVERLAP-RATE PIC 9(5)V99 VALUE 0.
         05 WS-SECTION-RATE-SET PIC X VALUE "N".
         05 WS-OVERLAP-RATE-SET PIC X VALUE "N".
         05 WS-ELF-COUNT PIC 9(4) VALUE 0.
         05 WS-ELF-IDX PIC 9(4) VALUE 0.
         05 WS-ELF-FOUND PIC X VALUE "N".
         05 WS-TEAM-COUNT PIC 9(2) VALUE 0.
         05 WS-TEAM-IDX PIC 9(2) VALUE 0.
         05 WS-TEAM-MATCH PIC 9(2) VALUE 0.
         05 WS-CUR-TEAM PIC X(4) VALUE SPACES.
         05 WS-PAIR-IDX PIC 9(1) VALUE 0.
         05 WS-GRP-IDX PIC 9(1) VALUE 0.
         05 WS-VALID-RECORD PIC X VALUE "Y".
         05 WS-PAIR-EXTENDED PIC X VALUE "N".
         05 WS-PAIR-OVERLAP PIC 9(5) VALUE 0.
         05 WS-PAIR-SURCHARGE PIC 9(9)V99 VALUE 0.
         05 WS-SHARE-1 PIC 9(9)V99 VALUE 0.
         05 WS-SHARE-2 PIC 9(9)V99 VALUE 0.
         05 WS-INVALID-PAIRS PIC 9(6) VALUE 0.
         05 WS-UNKNOWN-ELVES PIC 9(6) VALUE 0.
         05 WS-UNPLACED-PAIRS PIC 9(6) VALUE 0.
         05 WS-SKIPPED-DAYS PIC 9(2) VALUE 0.
         05 WS-DIFFERENT-DAYS PIC 9(2) VALUE 0.
         05 WS-LEDGER-COUNT PIC 9(6) VALUE 0.
         05 WS-CHARGE-RC PIC 9(4) VALUE 0.
       01 WS-PAIR-PIECES.
         05 WS-PAIR-PIECE PIC X(10) OCCURS 4.
       01 WS-PAIR-GROUPS.
         05 WS-GROUP-RAW OCCURS 2.
           10 WS-GROUP-RAW-VALUE PIC X(4) OCCURS 2.
         05 WS-GROUP OCCURS 2.
           10 WS-GROUP-VALUE PIC 9(4) OCCURS 2.
       01 WS-PAIR-ELVES.
         05 WS-PAIR-ELF OCCURS 2.
           10 WS-PAIR-ELF-ID PIC 9(4).
           10 WS-PAIR-TEAM PIC X(4).
           10 WS-PAIR-TIDX PIC 9(2).
           10 WS-PAIR-SECTIONS PIC 9(5).
       01 WS-RATE-PARSE.
         05 WS-RTP-KEYWORD PIC X(8).
         05 WS-RTP-VALUE PIC X(12).
         05 WS-RTP-REST PIC X(20).
       01 WS-ELF-TABLE.
         05 WS-ELF-ENTRY OCCURS 2000.
           10 WS-ELF-TBL-ID PIC 9(4).
           10 WS-ELF-TBL-TEAM PIC X(4).
       01 WS-TEAM-TABLE.
         05 WS-TEAM-ENTRY OCCURS 50.
           10 WS-TEAM-CODE PIC X(4).
           10 WS-TEAM-REPORTED PIC X.
           10 WS-TEAM-DAY OCCURS 31.
             15 WS-TD-SECTIONS PIC 9(7).
             15 WS-TD-OVERLAP PIC 9(6)V9.
             15 WS-TD-SECTION-CHARGE PIC 9(9)V99.
             15 WS-TD-SURCHARGE PIC 9(9)V99.
       01 WS-DAY-CONTROL-TABLE.
         05 WS-DAY-CONTROL OCCURS 31.
           10 WS-DC-DATE PIC X(8).
           10 WS-DC-STATE PIC X.
           10 WS-DC-PAIRS PIC 9(6).
           10 WS-DC-CHARGED PIC 9(7).
           10 WS-DC-UNCHARGED PIC 9(7).
           10 WS-DC-CONTROL PIC 9(9).
       01 WS-TEAM-TOTALS.
         05 WS-TT-SECTIONS PIC 9(9).
         05 WS-TT-OVERLAP PIC 9(8)V9.
         05 WS-TT-SECTION-CHARGE PIC 9(9)V99.
         05 WS-TT-SURCHARGE PIC 9(9)V99.
         05 WS-TT-CHARGE PIC 9(9)V99.
       01 WS-SUITE-TOTALS.
         05 WS-ST-SECTIONS PIC 9(9) VALUE 0.
         05 WS-ST-UNCHARGED-SECTIONS PIC 9(9) VALUE 0.
         05 WS-ST-CHARGED PIC 9(9) VALUE 0.
         05 WS-ST-UNCHARGED PIC 9(9) VALUE 0.
         05 WS-ST-RECOMPUTED PIC 9(9) VALUE 0.
         05 WS-ST-CONTROL PIC 9(9) VALUE 0.
         05 WS-ST-SECTION-CHARGE PIC 9(11)V99 VALUE 0.
         05 WS-ST-SURCHARGE PIC 9(11)V99 VALUE 0.
         05 WS-ST-CHARGE PIC 9(11)V99 VALUE 0.
         05 WS-ST-EXPECTED-CHARGE PIC 9(11)V99 VALUE 0.
       01 WS-STATEMENT-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-STL-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-STL-SECTIONS PIC Z(8)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-STL-OVERLAP PIC Z(7)9.9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-STL-SECTION-CHARGE PIC Z(9)9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-STL-SURCHARGE PIC Z(9)9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-STL-CHARGE PIC Z(10)9.99.
       01 WS-CONTROL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-CTL-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-CTL-PAIRS PIC Z(5)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-CTL-CHARGED PIC Z(6)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-CTL-UNCHARGED PIC Z(6)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-CTL-RECOMPUTED PIC Z(6)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-CTL-CONTROL PIC Z(6)9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-CTL-RESULT PIC X(32).
       01 WS-EDIT-FIELDS.
         05 WS-RATE-EDIT PIC Z(4)9.99.
         05 WS-COUNT-EDIT PIC Z(8)9.
         05 WS-MONEY-EDIT PIC Z(10)9.99.
       01 WS-CHARGE-TEXT PIC X(110) VALUE SPACES.
       COPY ELFMST.
       COPY LEDGREC.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY DAYREG.
       PROCEDURE DIVISION.
       MAIN.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           PERFORM WITH TEST BEFORE VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-NUMBER(WS-REG-IDX) = "4"
                   MOVE WS-REG-PROGRAM(WS-REG-IDX) TO WS-DAY4-PROGRAM
                   MOVE WS-REG-STEM(WS-REG-IDX) TO WS-DAY4-STEM
               END-IF
           END-PERFORM.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "AOC_CHARGE_PERIOD".
           MOVE FUNCTION TEST-NUMVAL(WS-PERIOD) TO WS-NUM-CHECK.
           IF WS-PERIOD = SPACES OR WS-NUM-CHECK NOT = 0 OR
             WS-PERIOD(6:1) = SPACE
               DISPLAY "AOC-2022-CHARGE: AOC_CHARGE_PERIOD must be "
                 "set to YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD TO WS-PERIOD-NUM.
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "AOC-2022-CHARGE: AOC_CHARGE_PERIOD must be "
                 "set to YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-FIRST-INTEGER = FUNCTION INTEGER-OF-DATE(
             WS-PERIOD-NUM * 100 + 1).
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-INTEGER = FUNCTION INTEGER-OF-DATE(
                 (WS-PERIOD-YEAR + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-NEXT-INTEGER = FUNCTION INTEGER-OF-DATE(
                 WS-PERIOD-NUM * 100 + 101)
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-INTEGER -
             WS-FIRST-INTEGER.
           PERFORM LOAD-RATES.
           IF WS-SECTION-RATE-SET = "N" OR WS-OVERLAP-RATE-SET = "N"
               DISPLAY "AOC-2022-CHARGE: control/chargeback-rates.txt "
                 "must give a SECTION and an OVERLAP rate (status "
                 WS-RATE-FS ") - no statements produced."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ELF-MASTER.
           IF WS-ELF-FS NOT = "00"
               DISPLAY "AOC-2022-CHARGE: control/elf-master.txt not "
                 "available (status " WS-ELF-FS ") - elves cannot "
                 "be placed in teams, no statements produced."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-TEAM-TABLE.
           INITIALIZE WS-DAY-CONTROL-TABLE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               PERFORM CHARGE-DAY
           END-PERFORM.
           STRING "interface/chargeback-" WS-PERIOD ".dat"
             DELIMITED BY SIZE INTO WS-LEDGER-FILENAME.
           OPEN OUTPUT LEDGER-FILE.
           IF WS-LGR-FS NOT = "00"
               DISPLAY "AOC-2022-CHARGE: cannot create "
                 WS-LEDGER-FILENAME " (status " WS-LGR-FS ") - "
                 "check that the interface directory exists."
               MOVE "CRIT" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               STRING "cannot create " WS-LEDGER-FILENAME
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "reports/chargeback-" WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-CHARGE-REPORT-FILENAME.
           OPEN OUTPUT CHARGE-REPORT-FILE.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Day 4 team chargeback statements for period "
             WS-PERIOD DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-SECTION-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Rates: " WS-RATE-EDIT " per section assigned, "
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           MOVE WS-OVERLAP-RATE TO WS-RATE-EDIT.
           STRING FUNCTION TRIM(WS-CHARGE-TEXT) " " WS-RATE-EDIT
             " surcharge per overlapping section"
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           IF WS-TEAM-COUNT = 0
               MOVE "No elf-assigned pairs charged in the period." TO
                 WS-CHARGE-TEXT
               PERFORM WRITE-CHARGE-LINE
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               PERFORM SELECT-NEXT-TEAM
               PERFORM WRITE-TEAM-STATEMENT
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CHARGE-REPORT-FILE.
           PERFORM WRITE-LEDGER-TRAILER.
           CLOSE LEDGER-FILE.
           DISPLAY "AOC-2022-CHARGE: " WS-LEDGER-COUNT " ledger "
             "record(s) written to " WS-LEDGER-FILENAME.
           IF WS-DIFFERENT-DAYS > 0 OR WS-SKIPPED-DAYS > 0
               MOVE "WARN" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               STRING "chargeback " WS-PERIOD " unbalanced - "
                 WS-DIFFERENT-DAYS " diff, " WS-SKIPPED-DAYS
                 " days not charged"
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 4 TO WS-CHARGE-RC
           END-IF.
           MOVE WS-CHARGE-RC TO RETURN-CODE.
           GOBACK.

       LOAD-RATES.
           MOVE "N" TO WS-RATE-EOF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-RATE-EOF = "Y"
               READ RATE-FILE
                 AT END MOVE "Y" TO WS-RATE-EOF
               END-READ
               IF WS-RATE-EOF NOT = "Y" AND RATE-LINE NOT = SPACES
                   PERFORM LOAD-RATE-ENTRY
               END-IF
           END-PERFORM.
           CLOSE RATE-FILE.

       LOAD-RATE-ENTRY.
           MOVE SPACES TO WS-RATE-PARSE.
           UNSTRING RATE-LINE DELIMITED BY ALL " "
             INTO WS-RTP-KEYWORD WS-RTP-VALUE WS-RTP-REST
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-RTP-VALUE) TO WS-NUM-CHECK.
           IF WS-RTP-VALUE = SPACES OR WS-NUM-CHECK NOT = 0 OR
             WS-RTP-VALUE(1:1) = "-"
               DISPLAY "AOC-2022-CHARGE: rate row skipped: "
                 RATE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTP-KEYWORD = "SECTION"
               MOVE FUNCTION NUMVAL(WS-RTP-VALUE) TO WS-SECTION-RATE
               MOVE "Y" TO WS-SECTION-RATE-SET
           ELSE
               IF WS-RTP-KEYWORD = "OVERLAP"
                   MOVE FUNCTION NUMVAL(WS-RTP-VALUE) TO
                     WS-OVERLAP-RATE
                   MOVE "Y" TO WS-OVERLAP-RATE-SET
               ELSE
                   DISPLAY "AOC-2022-CHARGE: rate row skipped: "
                     RATE-LINE
               END-IF
           END-IF.

       LOAD-ELF-MASTER.
           MOVE "N" TO WS-ELF-EOF.
           MOVE 0 TO WS-ELF-COUNT.
           OPEN INPUT ELF-MASTER-FILE.
           IF WS-ELF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-ELF-EOF = "Y"
               READ ELF-MASTER-FILE INTO WS-ELF-MASTER-REC
                 AT END MOVE "Y" TO WS-ELF-EOF
               END-READ
               IF WS-ELF-EOF NOT = "Y"
                   MOVE FUNCTION TEST-NUMVAL(WS-ELF-MST-ID) TO
                     WS-NUM-CHECK
                   IF WS-NUM-CHECK = 0 AND WS-ELF-COUNT < 2000
                       ADD 1 TO WS-ELF-COUNT
                       MOVE WS-ELF-MST-ID TO
                         WS-ELF-TBL-ID(WS-ELF-COUNT)
                       MOVE WS-ELF-MST-TEAM TO
                         WS-ELF-TBL-TEAM(WS-ELF-COUNT)
                   ELSE
                       DISPLAY "AOC-2022-CHARGE: elf master entry "
                         "skipped: " WS-ELF-MASTER-REC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ELF-MASTER-FILE.
           MOVE "00" TO WS-ELF-FS.

       CHARGE-DAY.
           COMPUTE WS-DAY-INTEGER = WS-FIRST-INTEGER + WS-DAY-IDX - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER) TO
             WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-DC-DATE(WS-DAY-IDX).
           MOVE SPACE TO WS-DC-STATE(WS-DAY-IDX).
           MOVE "RUNCTL" TO WS-LKP-FILE.
           MOVE WS-DAY4-PROGRAM TO WS-LKP-PROGRAM.
           MOVE WS-DC-DATE(WS-DAY-IDX) TO WS-LKP-DATE.
           CALL "AOC-2022-CTLGET" USING WS-CTL-LOOKUP.
           MOVE SPACES TO WS-PAIR-FILENAME.
           STRING "archive/" DELIMITED BY SIZE
             WS-DAY4-STEM DELIMITED BY SPACE
             "-" WS-DC-DATE(WS-DAY-IDX) ".txt" DELIMITED BY SIZE
             INTO WS-PAIR-FILENAME.
           OPEN INPUT PAIR-FILE.
           IF WS-PAIR-FS NOT = "00"
               MOVE SPACES TO WS-PAIR-FILENAME
               STRING "inputs/" DELIMITED BY SIZE
                 WS-DAY4-STEM DELIMITED BY SPACE
                 "-" WS-DC-DATE(WS-DAY-IDX) ".txt" DELIMITED BY SIZE
                 INTO WS-PAIR-FILENAME
               OPEN INPUT PAIR-FILE
           END-IF.
           IF WS-LKP-FOUND NOT = "Y" OR WS-LKP-STATUS NOT =
             "COMPLETE"
               IF WS-PAIR-FS = "00"
                   CLOSE PAIR-FILE
                   MOVE "S" TO WS-DC-STATE(WS-DAY-IDX)
                   ADD 1 TO WS-SKIPPED-DAYS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LKP-VALUE(3) TO WS-DC-CONTROL(WS-DAY-IDX).
           ADD WS-LKP-VALUE(3) TO WS-ST-CONTROL.
           IF WS-PAIR-FS NOT = "00"
               MOVE "M" TO WS-DC-STATE(WS-DAY-IDX)
               ADD 1 TO WS-DIFFERENT-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-DC-STATE(WS-DAY-IDX).
           MOVE "N" TO WS-PAIR-EOF.
           PERFORM WITH TEST BEFORE UNTIL WS-PAIR-EOF = "Y"
               READ PAIR-FILE
                 AT END MOVE "Y" TO WS-PAIR-EOF
               END-READ
               IF WS-PAIR-EOF NOT = "Y"
                   PERFORM CHARGE-PAIR
               END-IF
           END-PERFORM.
           CLOSE PAIR-FILE.
           ADD WS-DC-CHARGED(WS-DAY-IDX) TO WS-ST-CHARGED.
           ADD WS-DC-UNCHARGED(WS-DAY-IDX) TO WS-ST-UNCHARGED.
           IF WS-DC-CHARGED(WS-DAY-IDX) + WS-DC-UNCHARGED(WS-DAY-IDX)
             NOT = WS-DC-CONTROL(WS-DAY-IDX)
               ADD 1 TO WS-DIFFERENT-DAYS
           END-IF.

       CHARGE-PAIR.
           MOVE SPACES TO WS-PAIR-PIECES.
           MOVE SPACES TO WS-PAIR-GROUPS.
           MOVE "Y" TO WS-VALID-RECORD.
           MOVE "N" TO WS-PAIR-EXTENDED.
           UNSTRING PAIR-LINE DELIMITED BY ","
             INTO WS-PAIR-PIECE(1) WS-PAIR-PIECE(2)
             WS-PAIR-PIECE(3) WS-PAIR-PIECE(4)
             ON OVERFLOW MOVE "N" TO WS-VALID-RECORD
           END-UNSTRING.
           IF WS-VALID-RECORD = "Y" AND WS-PAIR-PIECE(3) NOT = SPACES
               MOVE "Y" TO WS-PAIR-EXTENDED
               PERFORM PARSE-EXTENDED-PAIR
           END-IF.
           IF WS-VALID-RECORD = "Y" AND WS-PAIR-EXTENDED = "N"
               UNSTRING PAIR-LINE DELIMITED BY "-" OR ","
                 INTO WS-GROUP-RAW-VALUE(1, 1)
                 WS-GROUP-RAW-VALUE(1, 2)
                 WS-GROUP-RAW-VALUE(2, 1)
                 WS-GROUP-RAW-VALUE(2, 2)
                 ON OVERFLOW MOVE "N" TO WS-VALID-RECORD
               END-UNSTRING
           END-IF.
           IF WS-VALID-RECORD = "Y"
               PERFORM VALIDATE-PAIR-RANGES
           END-IF.
           IF WS-VALID-RECORD = "N"
               ADD 1 TO WS-INVALID-PAIRS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DC-PAIRS(WS-DAY-IDX).
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               MOVE 0 TO WS-PAIR-SECTIONS(WS-PAIR-IDX)
               IF WS-GROUP-VALUE(WS-PAIR-IDX, 2) >=
                 WS-GROUP-VALUE(WS-PAIR-IDX, 1)
                   COMPUTE WS-PAIR-SECTIONS(WS-PAIR-IDX) =
                     WS-GROUP-VALUE(WS-PAIR-IDX, 2) -
                     WS-GROUP-VALUE(WS-PAIR-IDX, 1) + 1
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PAIR-OVERLAP.
           IF WS-GROUP-VALUE(1, 1) <= WS-GROUP-VALUE(2, 2) AND
             WS-GROUP-VALUE(1, 2) >= WS-GROUP-VALUE(2, 1)
               COMPUTE WS-PAIR-OVERLAP =
                 FUNCTION MIN(WS-GROUP-VALUE(1, 2)
                 WS-GROUP-VALUE(2, 2)) -
                 FUNCTION MAX(WS-GROUP-VALUE(1, 1)
                 WS-GROUP-VALUE(2, 1)) + 1
           END-IF.
           IF WS-PAIR-EXTENDED = "Y"
               PERFORM PLACE-PAIR-TEAMS
           END-IF.
           IF WS-PAIR-EXTENDED = "N" OR WS-PAIR-TIDX(1) = 0 OR
             WS-PAIR-TIDX(2) = 0
               ADD WS-PAIR-OVERLAP TO WS-DC-UNCHARGED(WS-DAY-IDX)
               ADD WS-PAIR-SECTIONS(1) TO WS-ST-UNCHARGED-SECTIONS
               ADD WS-PAIR-SECTIONS(2) TO WS-ST-UNCHARGED-SECTIONS
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               MOVE WS-PAIR-TIDX(WS-PAIR-IDX) TO WS-TEAM-MATCH
               ADD WS-PAIR-SECTIONS(WS-PAIR-IDX) TO
                 WS-TD-SECTIONS(WS-TEAM-MATCH, WS-DAY-IDX)
               COMPUTE WS-TD-SECTION-CHARGE(WS-TEAM-MATCH,
                 WS-DAY-IDX) = WS-TD-SECTION-CHARGE(WS-TEAM-MATCH,
                 WS-DAY-IDX) + WS-PAIR-SECTIONS(WS-PAIR-IDX) *
                 WS-SECTION-RATE
           END-PERFORM.
           ADD WS-PAIR-OVERLAP TO WS-DC-CHARGED(WS-DAY-IDX).
           COMPUTE WS-PAIR-SURCHARGE = WS-PAIR-OVERLAP *
             WS-OVERLAP-RATE.
           IF WS-PAIR-TIDX(1) = WS-PAIR-TIDX(2)
               MOVE WS-PAIR-TIDX(1) TO WS-TEAM-MATCH
               ADD WS-PAIR-OVERLAP TO
                 WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX)
               ADD WS-PAIR-SURCHARGE TO
                 WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX)
           ELSE
               COMPUTE WS-SHARE-1 ROUNDED = WS-PAIR-SURCHARGE / 2
               COMPUTE WS-SHARE-2 = WS-PAIR-SURCHARGE - WS-SHARE-1
               MOVE WS-PAIR-TIDX(1) TO WS-TEAM-MATCH
               COMPUTE WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) =
                 WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) +
                 WS-PAIR-OVERLAP / 2
               ADD WS-SHARE-1 TO
                 WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX)
               MOVE WS-PAIR-TIDX(2) TO WS-TEAM-MATCH
               COMPUTE WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) =
                 WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) +
                 WS-PAIR-OVERLAP / 2
               ADD WS-SHARE-2 TO
                 WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX)
           END-IF.

       PARSE-EXTENDED-PAIR.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               MOVE FUNCTION TEST-NUMVAL(WS-PAIR-PIECE(WS-PAIR-IDX))
                 TO WS-NUM-CHECK
               IF WS-NUM-CHECK NOT = 0
                   MOVE "N" TO WS-VALID-RECORD
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PAIR-PIECE(WS-PAIR-IDX))
                     TO WS-PAIR-ELF-ID(WS-PAIR-IDX)
               END-IF
           END-PERFORM.
           UNSTRING WS-PAIR-PIECE(3) DELIMITED BY "-"
             INTO WS-GROUP-RAW-VALUE(1, 1) WS-GROUP-RAW-VALUE(1, 2)
             ON OVERFLOW MOVE "N" TO WS-VALID-RECORD
           END-UNSTRING.
           UNSTRING WS-PAIR-PIECE(4) DELIMITED BY "-"
             INTO WS-GROUP-RAW-VALUE(2, 1) WS-GROUP-RAW-VALUE(2, 2)
             ON OVERFLOW MOVE "N" TO WS-VALID-RECORD
           END-UNSTRING.

       VALIDATE-PAIR-RANGES.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               PERFORM WITH TEST BEFORE VARYING WS-GRP-IDX FROM 1
                 BY 1 UNTIL WS-GRP-IDX > 2
                   MOVE FUNCTION TEST-NUMVAL(WS-GROUP-RAW-VALUE
                     (WS-PAIR-IDX, WS-GRP-IDX)) TO WS-NUM-CHECK
                   IF WS-NUM-CHECK NOT = 0
                       MOVE "N" TO WS-VALID-RECORD
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-GROUP-RAW-VALUE
                         (WS-PAIR-IDX, WS-GRP-IDX)) TO
                         WS-GROUP-VALUE(WS-PAIR-IDX, WS-GRP-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PLACE-PAIR-TEAMS.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               MOVE "N" TO WS-ELF-FOUND
               MOVE "----" TO WS-CUR-TEAM
               PERFORM WITH TEST BEFORE VARYING WS-ELF-IDX FROM 1
                 BY 1 UNTIL WS-ELF-IDX > WS-ELF-COUNT OR
                 WS-ELF-FOUND = "Y"
                   IF WS-ELF-TBL-ID(WS-ELF-IDX) =
                     WS-PAIR-ELF-ID(WS-PAIR-IDX)
                       MOVE "Y" TO WS-ELF-FOUND
                       MOVE WS-ELF-TBL-TEAM(WS-ELF-IDX) TO
                         WS-CUR-TEAM
                   END-IF
               END-PERFORM
               IF WS-ELF-FOUND = "N"
                   ADD 1 TO WS-UNKNOWN-ELVES
               END-IF
               MOVE WS-CUR-TEAM TO WS-PAIR-TEAM(WS-PAIR-IDX)
               PERFORM FIND-TEAM-SLOT
               MOVE WS-TEAM-MATCH TO WS-PAIR-TIDX(WS-PAIR-IDX)
           END-PERFORM.
           IF WS-PAIR-TIDX(1) = 0 OR WS-PAIR-TIDX(2) = 0
               ADD 1 TO WS-UNPLACED-PAIRS
           END-IF.

       FIND-TEAM-SLOT.
           MOVE 0 TO WS-TEAM-MATCH.
           PERFORM WITH TEST BEFORE VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT OR WS-TEAM-MATCH > 0
               IF WS-TEAM-CODE(WS-TEAM-IDX) = WS-CUR-TEAM
                   MOVE WS-TEAM-IDX TO WS-TEAM-MATCH
               END-IF
           END-PERFORM.
           IF WS-TEAM-MATCH = 0 AND WS-TEAM-COUNT < 50
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-CUR-TEAM TO WS-TEAM-CODE(WS-TEAM-COUNT)
               MOVE "N" TO WS-TEAM-REPORTED(WS-TEAM-COUNT)
               MOVE WS-TEAM-COUNT TO WS-TEAM-MATCH
           END-IF.

       SELECT-NEXT-TEAM.
           MOVE 0 TO WS-TEAM-MATCH.
           MOVE HIGH-VALUES TO WS-CUR-TEAM.
           PERFORM WITH TEST BEFORE VARYING WS-ELF-IDX FROM 1 BY 1
             UNTIL WS-ELF-IDX > WS-TEAM-COUNT
               IF WS-TEAM-REPORTED(WS-ELF-IDX) = "N" AND
                 WS-TEAM-CODE(WS-ELF-IDX) < WS-CUR-TEAM
                   MOVE WS-TEAM-CODE(WS-ELF-IDX) TO WS-CUR-TEAM
                   MOVE WS-ELF-IDX TO WS-TEAM-MATCH
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-TEAM-REPORTED(WS-TEAM-MATCH).

       WRITE-TEAM-STATEMENT.
           INITIALIZE WS-TEAM-TOTALS.
           MOVE SPACES TO WS-CHARGE-TEXT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-TEXT.
           IF WS-CUR-TEAM = "----"
               STRING "Statement for team ---- (elves not on the "
                 "elf master), period " WS-PERIOD
                 DELIMITED BY SIZE INTO WS-CHARGE-TEXT
           ELSE
               STRING "Statement for team " WS-CUR-TEAM
                 ", period " WS-PERIOD
                 DELIMITED BY SIZE INTO WS-CHARGE-TEXT
           END-IF.
           PERFORM WRITE-CHARGE-LINE.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "  Date       Sections Overlap sec.   "
             "Section chrg.       Surcharge           Charge"
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               IF WS-TD-SECTIONS(WS-TEAM-MATCH, WS-DAY-IDX) > 0 OR
                 WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) > 0
                   PERFORM WRITE-STATEMENT-DAY
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO WS-STL-DATE.
           MOVE WS-TT-SECTIONS TO WS-STL-SECTIONS.
           MOVE WS-TT-OVERLAP TO WS-STL-OVERLAP.
           MOVE WS-TT-SECTION-CHARGE TO WS-STL-SECTION-CHARGE.
           MOVE WS-TT-SURCHARGE TO WS-STL-SURCHARGE.
           MOVE WS-TT-CHARGE TO WS-STL-CHARGE.
           MOVE WS-STATEMENT-LINE TO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           ADD WS-TT-SECTIONS TO WS-ST-SECTIONS.
           ADD WS-TT-SECTION-CHARGE TO WS-ST-SECTION-CHARGE.
           ADD WS-TT-SURCHARGE TO WS-ST-SURCHARGE.
           ADD WS-TT-CHARGE TO WS-ST-CHARGE.
           INITIALIZE WS-LEDGER-REC WITH FILLER.
           MOVE "D" TO WS-LGR-REC-TYPE.
           MOVE WS-PERIOD TO WS-LGR-PERIOD.
           MOVE WS-CUR-TEAM TO WS-LGR-TEAM.
           MOVE WS-TT-SECTIONS TO WS-LGR-SECTIONS.
           MOVE WS-TT-OVERLAP TO WS-LGR-OVERLAP.
           MOVE WS-TT-SECTION-CHARGE TO WS-LGR-SECTION-CHARGE.
           MOVE WS-TT-SURCHARGE TO WS-LGR-SURCHARGE.
           MOVE WS-TT-CHARGE TO WS-LGR-CHARGE.
           MOVE WS-LEDGER-REC TO LEDGER-LINE.
           WRITE LEDGER-LINE.
           ADD 1 TO WS-LEDGER-COUNT.

       WRITE-STATEMENT-DAY.
           MOVE WS-DC-DATE(WS-DAY-IDX) TO WS-STL-DATE.
           MOVE WS-TD-SECTIONS(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-STL-SECTIONS.
           MOVE WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-STL-OVERLAP.
           MOVE WS-TD-SECTION-CHARGE(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-STL-SECTION-CHARGE.
           MOVE WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-STL-SURCHARGE.
           COMPUTE WS-STL-CHARGE =
             WS-TD-SECTION-CHARGE(WS-TEAM-MATCH, WS-DAY-IDX) +
             WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX).
           MOVE WS-STATEMENT-LINE TO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           ADD WS-TD-SECTIONS(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-TT-SECTIONS.
           ADD WS-TD-OVERLAP(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-TT-OVERLAP.
           ADD WS-TD-SECTION-CHARGE(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-TT-SECTION-CHARGE.
           ADD WS-TD-SURCHARGE(WS-TEAM-MATCH, WS-DAY-IDX) TO
             WS-TT-SURCHARGE.
           COMPUTE WS-TT-CHARGE = WS-TT-SECTION-CHARGE +
             WS-TT-SURCHARGE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-CHARGE-TEXT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-TEXT.
           STRING "Suite control total - Day 4 overlap capacity ("
             DELIMITED BY SIZE
             WS-DAY4-PROGRAM DELIMITED BY SPACE
             " run-control)" DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "  Date       Pairs   Charged Uncharged     "
             "Total   Run-ctl   Result"
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               IF WS-DC-STATE(WS-DAY-IDX) NOT = SPACE
                   PERFORM WRITE-CONTROL-DAY
               END-IF
           END-PERFORM.
           COMPUTE WS-ST-RECOMPUTED = WS-ST-CHARGED +
             WS-ST-UNCHARGED.
           COMPUTE WS-ST-EXPECTED-CHARGE =
             WS-ST-SECTIONS * WS-SECTION-RATE +
             WS-ST-CHARGED * WS-OVERLAP-RATE.
           MOVE SPACES TO WS-CHARGE-TEXT.
           WRITE CHARGE-REPORT-LINE FROM WS-CHARGE-TEXT.
           MOVE WS-ST-SECTIONS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Sections charged to teams:          " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-UNCHARGED-SECTIONS TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Sections on unassigned pairs:       " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-CHARGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Overlapping sections charged:       " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-UNCHARGED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Overlapping sections not charged:   " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-RECOMPUTED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Overlap capacity from pair records: " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-CONTROL TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Overlap capacity from run-control:  " WS-COUNT-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-CHARGE TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Total charged to teams:          " WS-MONEY-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE WS-ST-EXPECTED-CHARGE TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Sections and overlaps at rate:   " WS-MONEY-EDIT
             DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           IF WS-ST-CHARGE NOT = WS-ST-EXPECTED-CHARGE
               ADD 1 TO WS-DIFFERENT-DAYS
           END-IF.
           MOVE SPACES TO WS-CHARGE-TEXT.
           STRING "Pair records not chargeable (invalid): "
             WS-INVALID-PAIRS "  Elves not on the master: "
             WS-UNKNOWN-ELVES DELIMITED BY SIZE INTO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.
           IF WS-UNPLACED-PAIRS > 0
               MOVE SPACES TO WS-CHARGE-TEXT
               STRING "Pairs not charged - team table full (50): "
                 WS-UNPLACED-PAIRS DELIMITED BY SIZE
                 INTO WS-CHARGE-TEXT
               PERFORM WRITE-CHARGE-LINE
           END-IF.
           MOVE SPACES TO WS-CHARGE-TEXT.
           IF WS-DIFFERENT-DAYS = 0 AND WS-SKIPPED-DAYS = 0
               MOVE "Control total: TIED to Day 4 run-control" TO
                 WS-CHARGE-TEXT
           ELSE
               STRING "Control total: OUT OF BALANCE - "
                 WS-DIFFERENT-DAYS " difference(s), "
                 WS-SKIPPED-DAYS " day(s) with pairs but no COMPLETE "
                 "run" DELIMITED BY SIZE INTO WS-CHARGE-TEXT
           END-IF.
           PERFORM WRITE-CHARGE-LINE.

       WRITE-CONTROL-DAY.
           MOVE WS-DC-DATE(WS-DAY-IDX) TO WS-CTL-DATE.
           MOVE WS-DC-PAIRS(WS-DAY-IDX) TO WS-CTL-PAIRS.
           MOVE WS-DC-CHARGED(WS-DAY-IDX) TO WS-CTL-CHARGED.
           MOVE WS-DC-UNCHARGED(WS-DAY-IDX) TO WS-CTL-UNCHARGED.
           COMPUTE WS-CTL-RECOMPUTED = WS-DC-CHARGED(WS-DAY-IDX) +
             WS-DC-UNCHARGED(WS-DAY-IDX).
           MOVE WS-DC-CONTROL(WS-DAY-IDX) TO WS-CTL-CONTROL.
           IF WS-DC-STATE(WS-DAY-IDX) = "S"
               MOVE "NOT CHARGED - no COMPLETE run" TO WS-CTL-RESULT
           ELSE
               IF WS-DC-STATE(WS-DAY-IDX) = "M"
                   MOVE "DIFFERENCE - no pair file" TO WS-CTL-RESULT
               ELSE
                   IF WS-DC-CHARGED(WS-DAY-IDX) +
                     WS-DC-UNCHARGED(WS-DAY-IDX) =
                     WS-DC-CONTROL(WS-DAY-IDX)
                       MOVE "TIED" TO WS-CTL-RESULT
                   ELSE
                       MOVE "DIFFERENCE" TO WS-CTL-RESULT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CONTROL-LINE TO WS-CHARGE-TEXT.
           PERFORM WRITE-CHARGE-LINE.

       WRITE-LEDGER-TRAILER.
           INITIALIZE WS-LEDGER-TRL WITH FILLER.
           MOVE "T" TO WS-LTR-REC-TYPE.
           MOVE WS-PERIOD TO WS-LTR-PERIOD.
           MOVE WS-LEDGER-COUNT TO WS-LTR-RECORD-COUNT.
           MOVE WS-ST-CHARGE TO WS-LTR-TOTAL-CHARGE.
           MOVE WS-ST-CONTROL TO WS-LTR-CAPACITY.
           IF WS-DIFFERENT-DAYS = 0 AND WS-SKIPPED-DAYS = 0
               MOVE "Y" TO WS-LTR-BALANCED
           ELSE
               MOVE "N" TO WS-LTR-BALANCED
           END-IF.
           MOVE WS-LEDGER-TRL TO LEDGER-LINE.
           WRITE LEDGER-LINE.

       WRITE-CHARGE-LINE.
           DISPLAY "AOC-2022-CHARGE: " FUNCTION TRIM(WS-CHARGE-TEXT).
           MOVE WS-CHARGE-TEXT TO CHARGE-REPORT-LINE.
           WRITE CHARGE-REPORT-LINE.

       WRITE-ALERT.
           MOVE "AOC-2022-CHARGE" TO WS-ALR-PROGRAM.
           MOVE WS-PERIOD TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-CHARGE" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-CHARGE: alert not recorded - "
                 FUNCTION TRIM(WS-ALR-TEXT)
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FS = "00"
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           ELSE
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE WS-ALERT-REC TO ALERT-LINE.
           WRITE ALERT-LINE.
           CLOSE ALERT-FILE.
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
