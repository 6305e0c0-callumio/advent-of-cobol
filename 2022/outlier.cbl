       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-OUTLIER.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HISTORY-IN-FILE ASSIGN TO
           "control/elf-history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIS-FS.
           SELECT ELF-MASTER-FILE ASSIGN TO
           "control/elf-master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELF-FS.
           SELECT THRESHOLD-FILE ASSIGN TO
           "control/outlier-thresholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-FS.
           SELECT OUTLIER-REPORT-FILE ASSIGN TO DYNAMIC
           WS-OUTLIER-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD HISTORY-IN-FILE.
           01 HISTORY-IN-LINE PIC X(40).
           FD ELF-MASTER-FILE.
           01 ELF-MASTER-LINE PIC X(30).
           FD THRESHOLD-FILE.
           01 THRESHOLD-LINE PIC X(40).
           FD OUTLIER-REPORT-FILE.
           01 OUTLIER-REPORT-LINE PIC X(132).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-HIS-FS PIC X(2) VALUE "00".
         05 WS-HIS-EOF PIC X VALUE "N".
         05 WS-ELF-FS PIC X(2) VALUE "00".
         05 WS-ELF-EOF PIC X VALUE "N".
         05 WS-THR-FS PIC X(2) VALUE "00".
         05 WS-THR-EOF PIC X VALUE "N".
         05 WS-THR-KNOWN PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-OUTLIER-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-FROM-DATE PIC X(8) VALUE SPACES.
         05 WS-TO-DATE PIC X(8) VALUE SPACES.
         05 WS-RUN-INTEGER PIC 9(8) VALUE 0.
         05 WS-WORK-INTEGER PIC 9(8) VALUE 0.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-ELF-ID-CHECK PIC S9(4) VALUE 0.
         05 WS-ROWS-READ PIC 9(8) VALUE 0.
         05 WS-STAT-ID PIC 9(4) VALUE 0.
         05 WS-SCAN-ID PIC 9(5) VALUE 0.
         05 WS-TODAY-COUNT PIC 9(4) VALUE 0.
         05 WS-JUDGED-COUNT PIC 9(4) VALUE 0.
         05 WS-SHORT-COUNT PIC 9(4) VALUE 0.
         05 WS-OUTLIER-COUNT PIC 9(4) VALUE 0.
         05 WS-MST-IDX PIC 9(4) VALUE 0.
         05 WS-LOOKUP-FOUND PIC X VALUE "N".
         05 WS-LOOKUP-NAME PIC X(20) VALUE SPACES.
         05 WS-LOOKUP-TEAM PIC X(4) VALUE SPACES.
         05 WS-CHECK-DATE PIC X(8) VALUE SPACES.
         05 WS-CHECK-NUMBER PIC 9(8) VALUE 0.
         05 WS-CHECK-INTEGER PIC 9(8) VALUE 0.
         05 WS-CHECK-RESULT PIC 9(8) VALUE 0.
         05 WS-DATE-OK PIC X VALUE "N".
         05 WS-HST-IDX PIC 9(6) VALUE 0.
         05 WS-HST-MATCH PIC 9(6) VALUE 0.
       01 WS-HISTORY-TABLE.
         05 WS-HST-COUNT PIC 9(6) VALUE 0.
         05 WS-HST-DROPPED PIC 9(8) VALUE 0.
         05 WS-HST-ENTRY OCCURS 300000.
           10 WS-HST-ELF PIC 9(4).
           10 WS-HST-DATE PIC X(8).
           10 WS-HST-CALORIES PIC 9(8).
           10 WS-HST-ITEMS PIC 9(3).
           10 WS-HST-PREV PIC 9(6).
       01 WS-THRESHOLD-PARSE.
         05 WS-THR-TOKEN-1 PIC X(12).
         05 WS-THR-TOKEN-2 PIC X(12).
         05 WS-THR-REST PIC X(16).
       01 WS-THRESHOLDS.
         05 WS-THR-LOOKBACK PIC 9(3) VALUE 28.
         05 WS-THR-MIN-DAYS PIC 9(3) VALUE 5.
         05 WS-THR-CAL-SPREAD PIC 9(2)V9(2) VALUE 3.
         05 WS-THR-CAL-FLOOR PIC 9(8) VALUE 0.
         05 WS-THR-ITEM-SPREAD PIC 9(2)V9(2) VALUE 3.
         05 WS-THR-ITEM-FLOOR PIC 9(3) VALUE 1.
       01 WS-EDIT-SPREAD PIC Z9.99.
       01 WS-ELF-STATS.
         05 WS-STAT-ENTRY OCCURS 9999.
           10 WS-STAT-HAVE-TODAY PIC X VALUE "N".
           10 WS-STAT-TODAY-CAL PIC 9(8) VALUE 0.
           10 WS-STAT-TODAY-ITEMS PIC 9(3) VALUE 0.
           10 WS-STAT-DAYS PIC 9(4) VALUE 0.
           10 WS-STAT-CAL-SUM PIC 9(12) VALUE 0.
           10 WS-STAT-CAL-SQ PIC 9(18) VALUE 0.
           10 WS-STAT-ITEM-SUM PIC 9(8) VALUE 0.
           10 WS-STAT-ITEM-SQ PIC 9(12) VALUE 0.
           10 WS-STAT-LAST-ROW PIC 9(6) VALUE 0.
       01 WS-CHECK-FIELDS.
         05 WS-CHK-MEASURE PIC X(8).
         05 WS-CHK-DAYS PIC 9(4).
         05 WS-CHK-SUM PIC 9(12).
         05 WS-CHK-SQ PIC 9(18).
         05 WS-CHK-TODAY PIC 9(8).
         05 WS-CHK-SPREAD-MULT PIC 9(2)V9(2).
         05 WS-CHK-FLOOR PIC 9(8).
         05 WS-CHK-MEAN PIC 9(12)V9(4).
         05 WS-CHK-VARIANCE PIC S9(18)V9(4).
         05 WS-CHK-DEVIATION PIC 9(12)V9(4).
         05 WS-CHK-BAND PIC 9(12)V9(4).
         05 WS-CHK-LOW-WORK PIC S9(12)V9(4).
         05 WS-CHK-LOW PIC 9(8).
         05 WS-CHK-HIGH PIC 9(8).
         05 WS-CHK-OUTLIER PIC X.
       01 WS-MASTER-TABLE.
         05 WS-MST-COUNT PIC 9(4) VALUE 0.
         05 WS-MST-ENTRY OCCURS 2000.
           10 WS-MST-ID PIC 9(4).
           10 WS-MST-NAME PIC X(20).
           10 WS-MST-TEAM PIC X(4).
       01 WS-OUTLIER-TEXT PIC X(130) VALUE SPACES.
       COPY ELFHIST.
       COPY ELFMST.
       COPY ALERTREC.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           IF WS-RUN-DATE = SPACES
               DISPLAY "AOC-2022-OUTLIER: AOC_RUN_DATE must be set."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           IF WS-DATE-OK = "N"
               DISPLAY "AOC-2022-OUTLIER: AOC_RUN_DATE " WS-RUN-DATE
                 " is not a real YYYYMMDD date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-THRESHOLDS.
           MOVE WS-CHECK-INTEGER TO WS-RUN-INTEGER.
           COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER -
             WS-THR-LOOKBACK.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO
             WS-FROM-DATE.
           COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO
             WS-TO-DATE.
           PERFORM LOAD-ELF-MASTER.
           PERFORM SCAN-ELF-HISTORY.
           IF WS-HIS-FS NOT = "00"
               DISPLAY "AOC-2022-OUTLIER: control/elf-history.txt "
                 "not available (status " WS-HIS-FS ") - run "
                 "AOC-2022-1 at least once first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "reports/outlier-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-OUTLIER-REPORT-FILENAME.
           OPEN OUTPUT OUTLIER-REPORT-FILE.
           MOVE SPACES TO WS-OUTLIER-TEXT.
           STRING "Per-elf calorie outlier check for run date "
             WS-RUN-DATE " - history " WS-FROM-DATE " to "
             WS-TO-DATE " (" WS-THR-LOOKBACK " day lookback)"
             DELIMITED BY SIZE INTO WS-OUTLIER-TEXT.
           PERFORM WRITE-OUTLIER-LINE.
           MOVE WS-THR-CAL-SPREAD TO WS-EDIT-SPREAD.
           MOVE SPACES TO WS-OUTLIER-TEXT.
           STRING "Minimum history " WS-THR-MIN-DAYS " day(s); "
             "calories mean +/- " WS-EDIT-SPREAD " x spread (floor "
             WS-THR-CAL-FLOOR ")" DELIMITED BY SIZE
             INTO WS-OUTLIER-TEXT.
           PERFORM WRITE-OUTLIER-LINE.
           MOVE WS-THR-ITEM-SPREAD TO WS-EDIT-SPREAD.
           MOVE SPACES TO WS-OUTLIER-TEXT.
           STRING "Item counts mean +/- " WS-EDIT-SPREAD
             " x spread (floor " WS-THR-ITEM-FLOOR ")"
             DELIMITED BY SIZE INTO WS-OUTLIER-TEXT.
           PERFORM WRITE-OUTLIER-LINE.
           PERFORM WITH TEST BEFORE VARYING WS-SCAN-ID FROM 1 BY 1
             UNTIL WS-SCAN-ID > 9999
               MOVE WS-SCAN-ID TO WS-STAT-ID
               IF WS-STAT-HAVE-TODAY(WS-STAT-ID) = "Y"
                   PERFORM CHECK-ELF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-OUTLIER-TEXT.
           STRING "Elves in today's feed " WS-TODAY-COUNT
             ", judged " WS-JUDGED-COUNT ", too little history "
             WS-SHORT-COUNT ", outliers flagged " WS-OUTLIER-COUNT
             DELIMITED BY SIZE INTO WS-OUTLIER-TEXT.
           PERFORM WRITE-OUTLIER-LINE.
           CLOSE OUTLIER-REPORT-FILE.
           IF WS-OUTLIER-COUNT > 0 OR WS-HST-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-DATE.
           MOVE "N" TO WS-DATE-OK.
           MOVE 0 TO WS-CHECK-INTEGER.
           MOVE FUNCTION TEST-NUMVAL(WS-CHECK-DATE) TO WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = 0 OR WS-CHECK-DATE(8:1) = SPACE OR
             WS-CHECK-DATE(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-DATE TO WS-CHECK-NUMBER.
           IF WS-CHECK-NUMBER < 16010101 OR
             WS-CHECK-DATE(5:2) < "01" OR WS-CHECK-DATE(5:2) > "12"
             OR WS-CHECK-DATE(7:2) < "01" OR
             WS-CHECK-DATE(7:2) > "31"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHECK-INTEGER = FUNCTION
             INTEGER-OF-DATE(WS-CHECK-NUMBER).
           IF WS-CHECK-INTEGER = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER) TO
             WS-CHECK-RESULT.
           IF WS-CHECK-RESULT = WS-CHECK-NUMBER
               MOVE "Y" TO WS-DATE-OK
           END-IF.

       LOAD-THRESHOLDS.
           MOVE "N" TO WS-THR-EOF.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THR-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-THR-EOF = "Y"
                   READ THRESHOLD-FILE
                     AT END MOVE "Y" TO WS-THR-EOF
                   END-READ
                   IF WS-THR-EOF NOT = "Y" AND THRESHOLD-LINE NOT =
                     SPACES
                       PERFORM LOAD-THRESHOLD-ENTRY
                   END-IF
               END-PERFORM
               CLOSE THRESHOLD-FILE
           ELSE
               DISPLAY "AOC-2022-OUTLIER: "
                 "control/outlier-thresholds.txt not available "
                 "(status " WS-THR-FS ") - using defaults."
           END-IF.
           IF WS-THR-LOOKBACK = 0
               MOVE 1 TO WS-THR-LOOKBACK
           END-IF.
           IF WS-THR-MIN-DAYS = 0
               MOVE 1 TO WS-THR-MIN-DAYS
           END-IF.

       LOAD-THRESHOLD-ENTRY.
           MOVE SPACES TO WS-THRESHOLD-PARSE.
           UNSTRING THRESHOLD-LINE DELIMITED BY ALL " "
             INTO WS-THR-TOKEN-1 WS-THR-TOKEN-2 WS-THR-REST
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-THR-TOKEN-2) TO
             WS-NUM-CHECK.
           IF WS-THR-TOKEN-2 = SPACES OR WS-NUM-CHECK NOT = 0
               DISPLAY "AOC-2022-OUTLIER: invalid thresholds row "
                 "ignored: " THRESHOLD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-THR-KNOWN.
           IF WS-THR-TOKEN-1 = "LOOKBACK"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-LOOKBACK
           END-IF.
           IF WS-THR-TOKEN-1 = "MINDAYS"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-MIN-DAYS
           END-IF.
           IF WS-THR-TOKEN-1 = "CALSPREAD"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-CAL-SPREAD
           END-IF.
           IF WS-THR-TOKEN-1 = "CALFLOOR"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-CAL-FLOOR
           END-IF.
           IF WS-THR-TOKEN-1 = "ITEMSPREAD"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-ITEM-SPREAD
           END-IF.
           IF WS-THR-TOKEN-1 = "ITEMFLOOR"
               MOVE "Y" TO WS-THR-KNOWN
               MOVE FUNCTION NUMVAL(WS-THR-TOKEN-2) TO
                 WS-THR-ITEM-FLOOR
           END-IF.
           IF WS-THR-KNOWN = "N"
               DISPLAY "AOC-2022-OUTLIER: unknown thresholds "
                 "keyword ignored: " WS-THR-TOKEN-1
           END-IF.

       LOAD-ELF-MASTER.
           MOVE "N" TO WS-ELF-EOF.
           MOVE 0 TO WS-MST-COUNT.
           OPEN INPUT ELF-MASTER-FILE.
           IF WS-ELF-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-ELF-EOF = "Y"
                   READ ELF-MASTER-FILE INTO WS-ELF-MASTER-REC
                     AT END MOVE "Y" TO WS-ELF-EOF
                   END-READ
                   IF WS-ELF-EOF NOT = "Y"
                       PERFORM LOAD-MASTER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE ELF-MASTER-FILE
           ELSE
               DISPLAY "AOC-2022-OUTLIER: control/elf-master.txt "
                 "not available (status " WS-ELF-FS ") - outliers "
                 "will be listed without names."
           END-IF.

       LOAD-MASTER-ENTRY.
           MOVE FUNCTION TEST-NUMVAL(WS-ELF-MST-ID) TO
             WS-ELF-ID-CHECK.
           IF WS-ELF-ID-CHECK = 0 AND WS-MST-COUNT < 2000
               ADD 1 TO WS-MST-COUNT
               MOVE FUNCTION NUMVAL(WS-ELF-MST-ID) TO
                 WS-MST-ID(WS-MST-COUNT)
               MOVE WS-ELF-MST-NAME TO WS-MST-NAME(WS-MST-COUNT)
               MOVE WS-ELF-MST-TEAM TO WS-MST-TEAM(WS-MST-COUNT)
           END-IF.

       LOOKUP-ELF-MASTER.
           MOVE "N" TO WS-LOOKUP-FOUND.
           PERFORM WITH TEST BEFORE VARYING WS-MST-IDX FROM 1 BY 1
             UNTIL WS-MST-IDX > WS-MST-COUNT OR
             WS-LOOKUP-FOUND = "Y"
               IF WS-MST-ID(WS-MST-IDX) = WS-STAT-ID
                   MOVE "Y" TO WS-LOOKUP-FOUND
                   MOVE WS-MST-NAME(WS-MST-IDX) TO WS-LOOKUP-NAME
                   MOVE WS-MST-TEAM(WS-MST-IDX) TO WS-LOOKUP-TEAM
               END-IF
           END-PERFORM.
           IF WS-LOOKUP-FOUND = "N"
               MOVE "*NO MASTER*" TO WS-LOOKUP-NAME
               MOVE "----" TO WS-LOOKUP-TEAM
           END-IF.

       SCAN-ELF-HISTORY.
           MOVE "N" TO WS-HIS-EOF.
           OPEN INPUT HISTORY-IN-FILE.
           IF WS-HIS-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-HIS-EOF = "Y"
                   READ HISTORY-IN-FILE INTO WS-ELF-HIST-REC
                     AT END MOVE "Y" TO WS-HIS-EOF
                   END-READ
                   IF WS-HIS-EOF NOT = "Y"
                       ADD 1 TO WS-ROWS-READ
                       PERFORM TAKE-HISTORY-ROW
                   END-IF
               END-PERFORM
               CLOSE HISTORY-IN-FILE
               PERFORM WITH TEST BEFORE VARYING WS-HST-IDX FROM 1 BY
                 1 UNTIL WS-HST-IDX > WS-HST-COUNT
                   PERFORM ADD-HISTORY-ROW
               END-PERFORM
           END-IF.
           IF WS-HST-DROPPED > 0
               DISPLAY "AOC-2022-OUTLIER: history table full - "
                 WS-HST-DROPPED " elf/day row(s) not used."
           END-IF.

       TAKE-HISTORY-ROW.
           IF WS-EHR-RUN-DATE < WS-FROM-DATE OR WS-EHR-RUN-DATE >
             WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EHR-ELF-ID IS NOT NUMERIC OR WS-EHR-ELF-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-EHR-CALORIES IS NOT NUMERIC OR WS-EHR-ITEM-COUNT
             IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EHR-ELF-ID TO WS-STAT-ID.
           PERFORM KEEP-HISTORY-ROW.

       KEEP-HISTORY-ROW.
           MOVE 0 TO WS-HST-MATCH.
           MOVE WS-STAT-LAST-ROW(WS-STAT-ID) TO WS-HST-IDX.
           PERFORM WITH TEST BEFORE UNTIL WS-HST-IDX = 0 OR
             WS-HST-MATCH > 0
               IF WS-HST-DATE(WS-HST-IDX) = WS-EHR-RUN-DATE
                   MOVE WS-HST-IDX TO WS-HST-MATCH
               ELSE
                   MOVE WS-HST-PREV(WS-HST-IDX) TO WS-HST-IDX
               END-IF
           END-PERFORM.
           IF WS-HST-MATCH = 0
               IF WS-HST-COUNT >= 300000
                   ADD 1 TO WS-HST-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HST-COUNT
               MOVE WS-HST-COUNT TO WS-HST-MATCH
               MOVE WS-STAT-ID TO WS-HST-ELF(WS-HST-MATCH)
               MOVE WS-EHR-RUN-DATE TO WS-HST-DATE(WS-HST-MATCH)
               MOVE WS-STAT-LAST-ROW(WS-STAT-ID) TO
                 WS-HST-PREV(WS-HST-MATCH)
               MOVE WS-HST-MATCH TO WS-STAT-LAST-ROW(WS-STAT-ID)
           END-IF.
           MOVE WS-EHR-CALORIES TO WS-HST-CALORIES(WS-HST-MATCH).
           MOVE WS-EHR-ITEM-COUNT TO WS-HST-ITEMS(WS-HST-MATCH).

       ADD-HISTORY-ROW.
           MOVE WS-HST-ELF(WS-HST-IDX) TO WS-STAT-ID.
           IF WS-HST-DATE(WS-HST-IDX) = WS-RUN-DATE
               MOVE "Y" TO WS-STAT-HAVE-TODAY(WS-STAT-ID)
               MOVE WS-HST-CALORIES(WS-HST-IDX) TO
                 WS-STAT-TODAY-CAL(WS-STAT-ID)
               MOVE WS-HST-ITEMS(WS-HST-IDX) TO
                 WS-STAT-TODAY-ITEMS(WS-STAT-ID)
           ELSE
               ADD 1 TO WS-STAT-DAYS(WS-STAT-ID)
               ADD WS-HST-CALORIES(WS-HST-IDX) TO
                 WS-STAT-CAL-SUM(WS-STAT-ID)
               COMPUTE WS-STAT-CAL-SQ(WS-STAT-ID) =
                 WS-STAT-CAL-SQ(WS-STAT-ID) +
                 WS-HST-CALORIES(WS-HST-IDX) *
                 WS-HST-CALORIES(WS-HST-IDX)
               ADD WS-HST-ITEMS(WS-HST-IDX) TO
                 WS-STAT-ITEM-SUM(WS-STAT-ID)
               COMPUTE WS-STAT-ITEM-SQ(WS-STAT-ID) =
                 WS-STAT-ITEM-SQ(WS-STAT-ID) +
                 WS-HST-ITEMS(WS-HST-IDX) * WS-HST-ITEMS(WS-HST-IDX)
           END-IF.

       CHECK-ELF.
           ADD 1 TO WS-TODAY-COUNT.
           IF WS-STAT-DAYS(WS-STAT-ID) < WS-THR-MIN-DAYS
               ADD 1 TO WS-SHORT-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JUDGED-COUNT.
           MOVE "CALORIES" TO WS-CHK-MEASURE.
           MOVE WS-STAT-DAYS(WS-STAT-ID) TO WS-CHK-DAYS.
           MOVE WS-STAT-CAL-SUM(WS-STAT-ID) TO WS-CHK-SUM.
           MOVE WS-STAT-CAL-SQ(WS-STAT-ID) TO WS-CHK-SQ.
           MOVE WS-STAT-TODAY-CAL(WS-STAT-ID) TO WS-CHK-TODAY.
           MOVE WS-THR-CAL-SPREAD TO WS-CHK-SPREAD-MULT.
           MOVE WS-THR-CAL-FLOOR TO WS-CHK-FLOOR.
           PERFORM CHECK-MEASURE.
           MOVE "ITEMS" TO WS-CHK-MEASURE.
           MOVE WS-STAT-ITEM-SUM(WS-STAT-ID) TO WS-CHK-SUM.
           MOVE WS-STAT-ITEM-SQ(WS-STAT-ID) TO WS-CHK-SQ.
           MOVE WS-STAT-TODAY-ITEMS(WS-STAT-ID) TO WS-CHK-TODAY.
           MOVE WS-THR-ITEM-SPREAD TO WS-CHK-SPREAD-MULT.
           MOVE WS-THR-ITEM-FLOOR TO WS-CHK-FLOOR.
           PERFORM CHECK-MEASURE.

       CHECK-MEASURE.
           COMPUTE WS-CHK-MEAN = WS-CHK-SUM / WS-CHK-DAYS.
           COMPUTE WS-CHK-VARIANCE = WS-CHK-SQ / WS-CHK-DAYS -
             WS-CHK-MEAN * WS-CHK-MEAN.
           IF WS-CHK-VARIANCE < 0
               MOVE 0 TO WS-CHK-VARIANCE
           END-IF.
           COMPUTE WS-CHK-DEVIATION = FUNCTION
             SQRT(WS-CHK-VARIANCE).
           COMPUTE WS-CHK-BAND = WS-CHK-DEVIATION *
             WS-CHK-SPREAD-MULT.
           IF WS-CHK-BAND < WS-CHK-FLOOR
               MOVE WS-CHK-FLOOR TO WS-CHK-BAND
           END-IF.
           COMPUTE WS-CHK-LOW-WORK = WS-CHK-MEAN - WS-CHK-BAND.
           IF WS-CHK-LOW-WORK < 0
               MOVE 0 TO WS-CHK-LOW
           ELSE
               COMPUTE WS-CHK-LOW ROUNDED = WS-CHK-LOW-WORK
           END-IF.
           COMPUTE WS-CHK-HIGH ROUNDED = WS-CHK-MEAN + WS-CHK-BAND
             ON SIZE ERROR MOVE 99999999 TO WS-CHK-HIGH
           END-COMPUTE.
           MOVE "N" TO WS-CHK-OUTLIER.
           IF WS-CHK-TODAY < WS-CHK-LOW OR WS-CHK-TODAY >
             WS-CHK-HIGH
               MOVE "Y" TO WS-CHK-OUTLIER
               PERFORM REPORT-OUTLIER
           END-IF.

       REPORT-OUTLIER.
           ADD 1 TO WS-OUTLIER-COUNT.
           PERFORM LOOKUP-ELF-MASTER.
           MOVE SPACES TO WS-OUTLIER-TEXT.
           STRING "OUTLIER: Elf " WS-STAT-ID " " WS-LOOKUP-NAME " "
             WS-LOOKUP-TEAM " " WS-CHK-MEASURE " today "
             WS-CHK-TODAY " - normal range " WS-CHK-LOW " to "
             WS-CHK-HIGH " over " WS-CHK-DAYS " day(s)"
             DELIMITED BY SIZE INTO WS-OUTLIER-TEXT.
           PERFORM WRITE-OUTLIER-LINE.
           MOVE "WARN" TO WS-ALR-SEVERITY.
           MOVE SPACES TO WS-ALR-TEXT.
           STRING "elf " WS-STAT-ID " " FUNCTION TRIM(WS-CHK-MEASURE)
             " " WS-CHK-TODAY " outside " WS-CHK-LOW "-"
             WS-CHK-HIGH DELIMITED BY SIZE INTO WS-ALR-TEXT.
           PERFORM WRITE-ALERT.

       WRITE-OUTLIER-LINE.
           DISPLAY "AOC-2022-OUTLIER: " FUNCTION
             TRIM(WS-OUTLIER-TEXT).
           MOVE WS-OUTLIER-TEXT TO OUTLIER-REPORT-LINE.
           WRITE OUTLIER-REPORT-LINE.

       WRITE-ALERT.
           MOVE "AOC-2022-OUTLIER" TO WS-ALR-PROGRAM.
           MOVE WS-RUN-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-OUTLIER" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-OUTLIER: alert not recorded - "
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
