       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-SUPSCORE.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SLA-FILE ASSIGN TO "control/supplier-sla.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLA-FS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HST-FS.
           SELECT QUARANTINE-LOG-FILE ASSIGN TO
           "control/quarantine-log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QLG-FS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-FS.
           SELECT SCORE-REPORT-FILE ASSIGN TO DYNAMIC
           WS-SCORE-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SLA-FILE.
           01 SLA-LINE PIC X(40).
           FD HISTORY-FILE.
           01 HISTORY-LINE PIC X(300).
           FD QUARANTINE-LOG-FILE.
           01 QUARANTINE-LOG-LINE PIC X(110).
           FD PROBE-FILE.
           01 PROBE-LINE PIC X(132).
           FD SCORE-REPORT-FILE.
           01 SCORE-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-PERIOD PIC X(6) VALUE SPACES.
         05 WS-PERIOD-NUM PIC 9(6) VALUE 0.
         05 WS-PERIOD-YEAR PIC 9(4) VALUE 0.
         05 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
         05 WS-FIRST-INTEGER PIC 9(8) VALUE 0.
         05 WS-NEXT-INTEGER PIC 9(8) VALUE 0.
         05 WS-DAY-INTEGER PIC 9(8) VALUE 0.
         05 WS-RUN-INTEGER PIC 9(8) VALUE 0.
         05 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
         05 WS-SLA-FS PIC X(2) VALUE "00".
         05 WS-SLA-EOF PIC X VALUE "N".
         05 WS-HST-FS PIC X(2) VALUE "00".
         05 WS-HST-EOF PIC X VALUE "N".
         05 WS-QLG-FS PIC X(2) VALUE "00".
         05 WS-QLG-EOF PIC X VALUE "N".
         05 WS-PROBE-FS PIC X(2) VALUE "00".
         05 WS-PROBE-EOF PIC X VALUE "N".
         05 WS-HISTORY-FILENAME PIC X(44) VALUE SPACES.
         05 WS-PROBE-FILENAME PIC X(44) VALUE SPACES.
         05 WS-SCORE-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-DAY-IDX PIC 9(2) VALUE 0.
         05 WS-FEED-IDX PIC 9(2) VALUE 0.
         05 WS-SLA-IDX PIC 9(2) VALUE 0.
         05 WS-MEASURE-IDX PIC 9(1) VALUE 0.
         05 WS-LATE-DAYS PIC 9(2) VALUE 1.
         05 WS-FILE-PASS PIC 9(1) VALUE 0.
         05 WS-FEED-DELIVERED PIC X VALUE "N".
         05 WS-FOUND PIC X VALUE "N".
         05 WS-RETURN-COUNT PIC 9(6) VALUE 0.
         05 WS-BREACH-COUNT PIC 9(4) VALUE 0.
         05 WS-MEASURED-COUNT PIC 9(4) VALUE 0.
         05 WS-MEASURE-VALUE PIC 9(6)V99 VALUE 0.
         05 WS-MEASURE-LIMIT PIC 9(6)V99 VALUE 0.
         05 WS-LIMIT-FOUND PIC X VALUE "N".
         05 WS-COUNT-EDIT PIC Z(5)9.
         05 WS-RATE-EDIT PIC Z(5)9.99.
         05 WS-DAY-NUMBER PIC X(1) VALUE SPACE.
       01 WS-FEED-TOTALS.
         05 WS-FT-EXPECTED PIC 9(4).
         05 WS-FT-DELIVERED PIC 9(4).
         05 WS-FT-RECORDS PIC 9(8).
         05 WS-FT-EXCEPTIONS PIC 9(8).
         05 WS-FT-RETURNED PIC 9(8).
         05 WS-FT-MEASURE PIC 9(6)V99 OCCURS 6.
       01 WS-MEASURE-NAMES.
         05 FILLER PIC X(24) VALUE "MISSING Missing".
         05 FILLER PIC X(24) VALUE "LATE    Late".
         05 FILLER PIC X(24) VALUE "NOGO    Gate NOGO days".
         05 FILLER PIC X(24) VALUE "QUAR    Quarantined".
         05 FILLER PIC X(24) VALUE "EXCRATE Exception rate %".
         05 FILLER PIC X(24) VALUE "REJRATE Reject rate %".
       01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
         05 WS-MEASURE-ENTRY OCCURS 6.
           10 WS-MEASURE-KEY PIC X(8).
           10 WS-MEASURE-TITLE PIC X(16).
       01 WS-SLA-TABLE.
         05 WS-SLA-FEED OCCURS 10.
           10 WS-SLA-SET PIC X OCCURS 6.
           10 WS-SLA-LIMIT PIC 9(6)V99 OCCURS 6.
       01 WS-SLA-PARSE.
         05 WS-SLP-FEED PIC X(8).
         05 WS-SLP-MEASURE PIC X(8).
         05 WS-SLP-LIMIT PIC X(10).
         05 WS-SLP-REST PIC X(14).
       01 WS-CALENDAR-TABLE.
         05 WS-CAL-DAY OCCURS 31.
           10 WS-CD-DATE PIC X(8).
           10 WS-CD-BUSINESS PIC X.
           10 WS-CD-NOGO PIC X.
           10 WS-CD-FEED OCCURS 9.
             15 WS-CDF-FIRST-RUN PIC X(8).
             15 WS-CDF-RECORDS PIC 9(6).
             15 WS-CDF-EXCEPTIONS PIC 9(6).
             15 WS-CDF-QUARANTINED PIC X.
       01 WS-GATE-STATUS-REC.
         05 WS-GST-DATE PIC X(8).
         05 FILLER PIC X(1).
         05 WS-GST-VERDICT PIC X(4).
       01 WS-QLOG-PARSE.
         05 WS-QLP-DATE PIC X(8).
         05 WS-QLP-DAY PIC X(4).
         05 WS-QLP-STATUS PIC X(10).
         05 WS-QLP-REST PIC X(80).
       01 WS-RETURN-DETAIL.
         05 WS-RTD-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 WS-RTD-DAY PIC X(1).
         05 FILLER PIC X(97).
       01 WS-MEASURE-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-MSL-TITLE PIC X(20).
         05 WS-MSL-VALUE PIC X(10).
         05 FILLER PIC X(7) VALUE "  SLA ".
         05 WS-MSL-LIMIT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-MSL-RESULT PIC X(8).
       01 WS-SCORE-TEXT PIC X(100) VALUE SPACES.
       COPY AUDITREC.
       COPY DAYREG.
       COPY CALREQ.
       PROCEDURE DIVISION.
       MAIN.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "AOC_SCORE_PERIOD".
           MOVE FUNCTION TEST-NUMVAL(WS-PERIOD) TO WS-NUM-CHECK.
           IF WS-PERIOD = SPACES OR WS-NUM-CHECK NOT = 0 OR
             WS-PERIOD(6:1) = SPACE
               DISPLAY "AOC-2022-SUPSCORE: AOC_SCORE_PERIOD must be "
                 "set to YYYYMM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD TO WS-PERIOD-NUM.
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "AOC-2022-SUPSCORE: AOC_SCORE_PERIOD must be "
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
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-SERVICE-LEVELS.
           PERFORM LOAD-GATE-HISTORY.
           PERFORM LOAD-AUDIT-HISTORY.
           PERFORM LOAD-QUARANTINE-LOG.
           STRING "reports/supscore-" WS-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-SCORE-REPORT-FILENAME.
           OPEN OUTPUT SCORE-REPORT-FILE.
           MOVE SPACES TO WS-SCORE-TEXT.
           STRING "Supplier data-quality scorecard for period "
             WS-PERIOD " (late after " WS-LATE-DAYS " day(s))"
             DELIMITED BY SIZE INTO WS-SCORE-TEXT.
           PERFORM WRITE-SCORE-LINE.
           IF WS-SLA-FS NOT = "00"
               MOVE SPACES TO WS-SCORE-TEXT
               STRING "control/supplier-sla.txt not available "
                 "(status " WS-SLA-FS ") - no service levels to "
                 "compare" DELIMITED BY SIZE INTO WS-SCORE-TEXT
               PERFORM WRITE-SCORE-LINE
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-REG-COUNT
               PERFORM SCORE-FEED
           END-PERFORM.
           MOVE SPACES TO WS-SCORE-TEXT.
           WRITE SCORE-REPORT-LINE FROM WS-SCORE-TEXT.
           MOVE SPACES TO WS-SCORE-TEXT.
           STRING "Service levels breached: " WS-BREACH-COUNT
             " of " WS-MEASURED-COUNT " measured"
             DELIMITED BY SIZE INTO WS-SCORE-TEXT.
           PERFORM WRITE-SCORE-LINE.
           CLOSE SCORE-REPORT-FILE.
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-CALENDAR.
           INITIALIZE WS-CALENDAR-TABLE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               COMPUTE WS-DAY-INTEGER = WS-FIRST-INTEGER +
                 WS-DAY-IDX - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER) TO
                 WS-CD-DATE(WS-DAY-IDX)
               MOVE WS-CD-DATE(WS-DAY-IDX) TO WS-CAL-DATE
               CALL "AOC-2022-CALDAY" USING WS-CAL-LOOKUP
               MOVE WS-CAL-BUSINESS TO WS-CD-BUSINESS(WS-DAY-IDX)
               MOVE "N" TO WS-CD-NOGO(WS-DAY-IDX)
           END-PERFORM.

       LOAD-SERVICE-LEVELS.
           INITIALIZE WS-SLA-TABLE.
           MOVE "N" TO WS-SLA-EOF.
           OPEN INPUT SLA-FILE.
           IF WS-SLA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SLA-EOF = "Y"
               READ SLA-FILE
                 AT END MOVE "Y" TO WS-SLA-EOF
               END-READ
               IF WS-SLA-EOF NOT = "Y" AND SLA-LINE NOT = SPACES
                   PERFORM LOAD-SERVICE-LEVEL-ENTRY
               END-IF
           END-PERFORM.
           CLOSE SLA-FILE.

       LOAD-SERVICE-LEVEL-ENTRY.
           MOVE SPACES TO WS-SLA-PARSE.
           UNSTRING SLA-LINE DELIMITED BY ALL " "
             INTO WS-SLP-FEED WS-SLP-MEASURE WS-SLP-LIMIT
             WS-SLP-REST
           END-UNSTRING.
           IF WS-SLP-FEED = "LATEDAYS"
               MOVE FUNCTION TEST-NUMVAL(WS-SLP-MEASURE) TO
                 WS-NUM-CHECK
               IF WS-NUM-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-SLP-MEASURE) TO
                     WS-LATE-DAYS
               ELSE
                   DISPLAY "AOC-2022-SUPSCORE: invalid service "
                     "level row ignored: "
                     FUNCTION TRIM(SLA-LINE)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SLA-IDX.
           IF WS-SLP-FEED = "*"
               MOVE 10 TO WS-SLA-IDX
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-REG-COUNT
               IF WS-SLP-FEED = WS-REG-STEM(WS-FEED-IDX)
                   MOVE WS-FEED-IDX TO WS-SLA-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MEASURE-IDX.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > 6
               IF WS-SLP-MEASURE = WS-MEASURE-KEY(WS-DAY-IDX)
                   MOVE WS-DAY-IDX TO WS-MEASURE-IDX
               END-IF
           END-PERFORM.
           MOVE FUNCTION TEST-NUMVAL(WS-SLP-LIMIT) TO WS-NUM-CHECK.
           IF WS-SLA-IDX = 0 OR WS-MEASURE-IDX = 0 OR
             WS-SLP-LIMIT = SPACES OR WS-NUM-CHECK NOT = 0
               DISPLAY "AOC-2022-SUPSCORE: invalid service level "
                 "row ignored: " FUNCTION TRIM(SLA-LINE)
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SLA-SET(WS-SLA-IDX, WS-MEASURE-IDX).
           MOVE FUNCTION NUMVAL(WS-SLP-LIMIT) TO
             WS-SLA-LIMIT(WS-SLA-IDX, WS-MEASURE-IDX).

       LOAD-GATE-HISTORY.
           PERFORM WITH TEST BEFORE VARYING WS-FILE-PASS FROM 1 BY 1
             UNTIL WS-FILE-PASS > 2
               IF WS-FILE-PASS = 1
                   MOVE "control/gate-status-history.txt" TO
                     WS-HISTORY-FILENAME
               ELSE
                   MOVE "control/gate-status.txt" TO
                     WS-HISTORY-FILENAME
               END-IF
               MOVE "N" TO WS-HST-EOF
               OPEN INPUT HISTORY-FILE
               IF WS-HST-FS = "00"
                   PERFORM WITH TEST BEFORE UNTIL WS-HST-EOF = "Y"
                       READ HISTORY-FILE
                         AT END MOVE "Y" TO WS-HST-EOF
                       END-READ
                       IF WS-HST-EOF NOT = "Y"
                           MOVE HISTORY-LINE TO WS-GATE-STATUS-REC
                           PERFORM TAKE-GATE-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-PERFORM.

       TAKE-GATE-STATUS.
           IF WS-GST-DATE(1:6) NOT = WS-PERIOD OR
             WS-GST-DATE(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GST-DATE(7:2) TO WS-DAY-IDX.
           IF WS-DAY-IDX < 1 OR WS-DAY-IDX > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.
           IF WS-GST-VERDICT = "NOGO"
               MOVE "Y" TO WS-CD-NOGO(WS-DAY-IDX)
           END-IF.

       LOAD-AUDIT-HISTORY.
           PERFORM WITH TEST BEFORE VARYING WS-FILE-PASS FROM 1 BY 1
             UNTIL WS-FILE-PASS > 2
               IF WS-FILE-PASS = 1
                   MOVE "control/run-audit-history.txt" TO
                     WS-HISTORY-FILENAME
               ELSE
                   MOVE "control/run-audit.txt" TO
                     WS-HISTORY-FILENAME
               END-IF
               MOVE "N" TO WS-HST-EOF
               OPEN INPUT HISTORY-FILE
               IF WS-HST-FS = "00"
                   PERFORM WITH TEST BEFORE UNTIL WS-HST-EOF = "Y"
                       READ HISTORY-FILE
                         AT END MOVE "Y" TO WS-HST-EOF
                       END-READ
                       IF WS-HST-EOF NOT = "Y"
                           MOVE HISTORY-LINE TO WS-AUDIT-REC
                           PERFORM TAKE-AUDIT-ROW
                       END-IF
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-PERFORM.

       TAKE-AUDIT-ROW.
           IF WS-AUD-STATUS NOT = "COMPLETE" OR
             WS-AUD-RUN-KEY(1:6) NOT = WS-PERIOD OR
             WS-AUD-RUN-KEY(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUD-RUN-KEY(7:2) TO WS-DAY-IDX.
           IF WS-DAY-IDX < 1 OR WS-DAY-IDX > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-REG-COUNT
               IF WS-AUD-PROGRAM = WS-REG-PROGRAM(WS-FEED-IDX)
                   IF WS-CDF-FIRST-RUN(WS-DAY-IDX, WS-FEED-IDX) =
                     SPACES OR WS-AUD-START(1:8) <
                     WS-CDF-FIRST-RUN(WS-DAY-IDX, WS-FEED-IDX)
                       MOVE WS-AUD-START(1:8) TO
                         WS-CDF-FIRST-RUN(WS-DAY-IDX, WS-FEED-IDX)
                   END-IF
                   MOVE WS-AUD-RECORDS-READ TO
                     WS-CDF-RECORDS(WS-DAY-IDX, WS-FEED-IDX)
                   MOVE WS-AUD-EXCEPTIONS TO
                     WS-CDF-EXCEPTIONS(WS-DAY-IDX, WS-FEED-IDX)
               END-IF
           END-PERFORM.

       LOAD-QUARANTINE-LOG.
           MOVE "N" TO WS-QLG-EOF.
           OPEN INPUT QUARANTINE-LOG-FILE.
           IF WS-QLG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-QLG-EOF = "Y"
               READ QUARANTINE-LOG-FILE
                 AT END MOVE "Y" TO WS-QLG-EOF
               END-READ
               IF WS-QLG-EOF NOT = "Y" AND QUARANTINE-LOG-LINE NOT =
                 SPACES
                   PERFORM TAKE-QUARANTINE-EVENT
               END-IF
           END-PERFORM.
           CLOSE QUARANTINE-LOG-FILE.

       TAKE-QUARANTINE-EVENT.
           MOVE SPACES TO WS-QLOG-PARSE.
           UNSTRING QUARANTINE-LOG-LINE DELIMITED BY ALL " "
             INTO WS-QLP-DATE WS-QLP-DAY WS-QLP-STATUS WS-QLP-REST
           END-UNSTRING.
           IF WS-QLP-DATE(1:6) NOT = WS-PERIOD OR
             WS-QLP-DATE(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QLP-DATE(7:2) TO WS-DAY-IDX.
           IF WS-DAY-IDX < 1 OR WS-DAY-IDX > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-REG-COUNT
               IF WS-QLP-DAY(4:1) = WS-REG-NUMBER(WS-FEED-IDX)
                   MOVE "Y" TO
                     WS-CDF-QUARANTINED(WS-DAY-IDX, WS-FEED-IDX)
               END-IF
           END-PERFORM.

       SCORE-FEED.
           INITIALIZE WS-FEED-TOTALS.
           MOVE WS-REG-NUMBER(WS-FEED-IDX) TO WS-DAY-NUMBER.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               PERFORM SCORE-FEED-DAY
           END-PERFORM.
           IF WS-FT-RECORDS > 0
               COMPUTE WS-FT-MEASURE(5) ROUNDED =
                 WS-FT-EXCEPTIONS * 100 / WS-FT-RECORDS
               COMPUTE WS-FT-MEASURE(6) ROUNDED =
                 WS-FT-RETURNED * 100 / WS-FT-RECORDS
           END-IF.
           MOVE SPACES TO WS-SCORE-TEXT.
           WRITE SCORE-REPORT-LINE FROM WS-SCORE-TEXT.
           MOVE SPACES TO WS-SCORE-TEXT.
           STRING "Feed " FUNCTION TRIM(WS-REG-STEM(WS-FEED-IDX)) " ("
             FUNCTION TRIM(WS-REG-PROGRAM(WS-FEED-IDX)) "): "
             WS-FT-EXPECTED " delivery day(s) expected, "
             WS-FT-DELIVERED " delivered, " WS-FT-RECORDS
             " record(s)" DELIMITED BY SIZE INTO WS-SCORE-TEXT.
           PERFORM WRITE-SCORE-LINE.
           PERFORM WITH TEST BEFORE VARYING WS-MEASURE-IDX FROM 1
             BY 1 UNTIL WS-MEASURE-IDX > 6
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM.

       SCORE-FEED-DAY.
           MOVE "N" TO WS-FEED-DELIVERED.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "archive/" FUNCTION TRIM(WS-REG-STEM(WS-FEED-IDX))
             "-" WS-CD-DATE(WS-DAY-IDX) ".txt" DELIMITED BY SIZE
             INTO WS-PROBE-FILENAME.
           PERFORM PROBE-DELIVERY.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "inputs/" FUNCTION TRIM(WS-REG-STEM(WS-FEED-IDX))
             "-" WS-CD-DATE(WS-DAY-IDX) ".txt" DELIMITED BY SIZE
             INTO WS-PROBE-FILENAME.
           PERFORM PROBE-DELIVERY.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "quarantine/"
             FUNCTION TRIM(WS-REG-STEM(WS-FEED-IDX)) "-"
             WS-CD-DATE(WS-DAY-IDX) ".txt" DELIMITED BY SIZE
             INTO WS-PROBE-FILENAME.
           PERFORM PROBE-DELIVERY.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "quarantine/"
             FUNCTION TRIM(WS-REG-STEM(WS-FEED-IDX)) "-"
             WS-CD-DATE(WS-DAY-IDX) "-reason.txt" DELIMITED BY SIZE
             INTO WS-PROBE-FILENAME.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-FS = "00"
               CLOSE PROBE-FILE
               MOVE "Y" TO WS-FEED-DELIVERED
               MOVE "Y" TO WS-CDF-QUARANTINED(WS-DAY-IDX, WS-FEED-IDX)
           END-IF.
           IF WS-CDF-QUARANTINED(WS-DAY-IDX, WS-FEED-IDX) = "Y"
               MOVE "Y" TO WS-FEED-DELIVERED
               ADD 1 TO WS-FT-MEASURE(4)
           END-IF.
           IF WS-CD-BUSINESS(WS-DAY-IDX) = "Y"
               ADD 1 TO WS-FT-EXPECTED
           END-IF.
           MOVE "N" TO WS-FOUND.
           IF WS-FEED-DELIVERED = "Y"
               ADD 1 TO WS-FT-DELIVERED
           ELSE
               IF WS-CD-BUSINESS(WS-DAY-IDX) = "Y"
                   ADD 1 TO WS-FT-MEASURE(1)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-IF.
           IF WS-CDF-FIRST-RUN(WS-DAY-IDX, WS-FEED-IDX) NOT = SPACES
               COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(
                 WS-CDF-FIRST-RUN(WS-DAY-IDX, WS-FEED-IDX)))
               COMPUTE WS-DAY-INTEGER = WS-FIRST-INTEGER +
                 WS-DAY-IDX - 1
               IF WS-RUN-INTEGER > WS-DAY-INTEGER + WS-LATE-DAYS
                   ADD 1 TO WS-FT-MEASURE(2)
                   MOVE "Y" TO WS-FOUND
               END-IF
               ADD WS-CDF-RECORDS(WS-DAY-IDX, WS-FEED-IDX) TO
                 WS-FT-RECORDS
               ADD WS-CDF-EXCEPTIONS(WS-DAY-IDX, WS-FEED-IDX) TO
                 WS-FT-EXCEPTIONS
           END-IF.
           IF WS-CDF-QUARANTINED(WS-DAY-IDX, WS-FEED-IDX) = "Y"
               MOVE "Y" TO WS-FOUND
           END-IF.
           IF WS-CD-NOGO(WS-DAY-IDX) = "Y" AND WS-FOUND = "Y"
               ADD 1 TO WS-FT-MEASURE(3)
           END-IF.
           PERFORM COUNT-RETURNED-RECORDS.

       PROBE-DELIVERY.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-FS = "00"
               CLOSE PROBE-FILE
               MOVE "Y" TO WS-FEED-DELIVERED
           END-IF.

       COUNT-RETURNED-RECORDS.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "interface/return-" WS-CD-DATE(WS-DAY-IDX) ".dat"
             DELIMITED BY SIZE INTO WS-PROBE-FILENAME.
           MOVE "N" TO WS-PROBE-EOF.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               READ PROBE-FILE INTO WS-RETURN-DETAIL
                 AT END MOVE "Y" TO WS-PROBE-EOF
               END-READ
               IF WS-PROBE-EOF NOT = "Y" AND WS-RTD-TYPE = "D" AND
                 WS-RTD-DAY = WS-DAY-NUMBER
                   ADD 1 TO WS-FT-RETURNED
               END-IF
           END-PERFORM.
           CLOSE PROBE-FILE.

       WRITE-MEASURE-LINE.
           MOVE WS-FT-MEASURE(WS-MEASURE-IDX) TO WS-MEASURE-VALUE.
           MOVE WS-MEASURE-TITLE(WS-MEASURE-IDX) TO WS-MSL-TITLE.
           IF WS-MEASURE-IDX > 4
               MOVE WS-MEASURE-VALUE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-MSL-VALUE
           ELSE
               MOVE WS-MEASURE-VALUE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-MSL-VALUE
           END-IF.
           MOVE "N" TO WS-LIMIT-FOUND.
           IF WS-SLA-SET(10, WS-MEASURE-IDX) = "Y"
               MOVE "Y" TO WS-LIMIT-FOUND
               MOVE WS-SLA-LIMIT(10, WS-MEASURE-IDX) TO
                 WS-MEASURE-LIMIT
           END-IF.
           IF WS-SLA-SET(WS-FEED-IDX, WS-MEASURE-IDX) = "Y"
               MOVE "Y" TO WS-LIMIT-FOUND
               MOVE WS-SLA-LIMIT(WS-FEED-IDX, WS-MEASURE-IDX) TO
                 WS-MEASURE-LIMIT
           END-IF.
           IF WS-LIMIT-FOUND = "N"
               MOVE "    (none)" TO WS-MSL-LIMIT
               MOVE "NO SLA" TO WS-MSL-RESULT
           ELSE
               ADD 1 TO WS-MEASURED-COUNT
               IF WS-MEASURE-IDX > 4
                   MOVE WS-MEASURE-LIMIT TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-MSL-LIMIT
               ELSE
                   MOVE WS-MEASURE-LIMIT TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-MSL-LIMIT
               END-IF
               IF WS-MEASURE-VALUE > WS-MEASURE-LIMIT
                   MOVE "BREACHED" TO WS-MSL-RESULT
                   ADD 1 TO WS-BREACH-COUNT
               ELSE
                   MOVE "MET" TO WS-MSL-RESULT
               END-IF
           END-IF.
           MOVE WS-MEASURE-LINE TO WS-SCORE-TEXT.
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-LINE.
           DISPLAY "AOC-2022-SUPSCORE: " FUNCTION TRIM(WS-SCORE-TEXT).
           MOVE WS-SCORE-TEXT TO SCORE-REPORT-LINE.
           WRITE SCORE-REPORT-LINE.
