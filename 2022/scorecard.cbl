       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-SCORECARD.
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
           SELECT LEADER-FILE ASSIGN TO DYNAMIC WS-LEADER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDR-FS.
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIR-FS.
           SELECT OVERLAP-FILE ASSIGN TO DYNAMIC WS-OVERLAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVL-FS.
           SELECT SCORECARD-FILE ASSIGN TO DYNAMIC
           WS-SCORECARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD HISTORY-IN-FILE.
           01 HISTORY-IN-LINE PIC X(40).
           FD ELF-MASTER-FILE.
           01 ELF-MASTER-LINE PIC X(30).
           FD LEADER-FILE.
           01 LEADER-LINE PIC X(80).
           FD PAIR-FILE.
           01 PAIR-LINE PIC X(29).
           FD OVERLAP-FILE.
           01 OVERLAP-LINE PIC X(110).
           FD SCORECARD-FILE.
           01 SCORECARD-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-HIS-FS PIC X(2) VALUE "00".
         05 WS-HIS-EOF PIC X VALUE "N".
         05 WS-ELF-FS PIC X(2) VALUE "00".
         05 WS-ELF-EOF PIC X VALUE "N".
         05 WS-LDR-FS PIC X(2) VALUE "00".
         05 WS-LDR-EOF PIC X VALUE "N".
         05 WS-PAIR-FS PIC X(2) VALUE "00".
         05 WS-PAIR-EOF PIC X VALUE "N".
         05 WS-OVL-FS PIC X(2) VALUE "00".
         05 WS-OVL-EOF PIC X VALUE "N".
         05 WS-SCORECARD-FILENAME PIC X(40) VALUE SPACES.
         05 WS-LEADER-FILENAME PIC X(40) VALUE SPACES.
         05 WS-PAIR-FILENAME PIC X(40) VALUE SPACES.
         05 WS-OVERLAP-FILENAME PIC X(40) VALUE SPACES.
         05 WS-FROM-DATE PIC X(8) VALUE SPACES.
         05 WS-TO-DATE PIC X(8) VALUE SPACES.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-SCAN-DATE PIC X(8) VALUE SPACES.
         05 WS-SCAN-DATE-NUM PIC 9(8) VALUE 0.
         05 WS-FROM-INTEGER PIC 9(8) VALUE 0.
         05 WS-TO-INTEGER PIC 9(8) VALUE 0.
         05 WS-DAY-INTEGER PIC 9(8) VALUE 0.
         05 WS-CUR-DATE-FIELDS PIC X(21) VALUE SPACES.
         05 WS-ROWS-READ PIC 9(8) VALUE 0.
         05 WS-ROWS-KEPT PIC 9(6) VALUE 0.
         05 WS-LEADER-REPORTS PIC 9(4) VALUE 0.
         05 WS-PAIR-FEEDS PIC 9(4) VALUE 0.
         05 WS-OVERLAP-FEEDS PIC 9(4) VALUE 0.
         05 WS-MST-IDX PIC 9(4) VALUE 0.
         05 WS-STAT-ID PIC 9(4) VALUE 0.
         05 WS-RANK-NUM PIC 9(2) VALUE 0.
         05 WS-AVERAGE PIC 9(8) VALUE 0.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-CHECK-DATE PIC X(8) VALUE SPACES.
         05 WS-CHECK-NUMBER PIC 9(8) VALUE 0.
         05 WS-CHECK-INTEGER PIC 9(8) VALUE 0.
         05 WS-CHECK-RESULT PIC 9(8) VALUE 0.
         05 WS-DATE-OK PIC X VALUE "N".
         05 WS-RANGE-OK PIC X VALUE "Y".
         05 WS-ELF-ID-CHECK PIC S9(4) VALUE 0.
         05 WS-PAIR-IDX PIC 9(1) VALUE 0.
         05 WS-PAIR-VALID PIC X VALUE "Y".
         05 WS-HST-IDX PIC 9(6) VALUE 0.
         05 WS-HST-MATCH PIC 9(6) VALUE 0.
       01 WS-HISTORY-TABLE.
         05 WS-HST-COUNT PIC 9(6) VALUE 0.
         05 WS-HST-DROPPED PIC 9(8) VALUE 0.
         05 WS-HST-ENTRY OCCURS 300000.
           10 WS-HST-ELF PIC 9(4).
           10 WS-HST-DATE PIC X(8).
           10 WS-HST-CALORIES PIC 9(8).
           10 WS-HST-PREV PIC 9(6).
       01 WS-MASTER-TABLE.
         05 WS-MST-COUNT PIC 9(4) VALUE 0.
         05 WS-MST-ENTRY OCCURS 2000.
           10 WS-MST-ID PIC 9(4).
           10 WS-MST-NAME PIC X(20).
           10 WS-MST-TEAM PIC X(4).
       01 WS-ELF-STATS.
         05 WS-STAT-ENTRY OCCURS 9999.
           10 WS-STAT-DAYS PIC 9(4) VALUE 0.
           10 WS-STAT-TOTAL PIC 9(10) VALUE 0.
           10 WS-STAT-BEST PIC 9(8) VALUE 0.
           10 WS-STAT-BEST-DATE PIC X(8) VALUE SPACES.
           10 WS-STAT-PLACINGS PIC 9(4) VALUE 0.
           10 WS-STAT-BEST-RANK PIC 9(2) VALUE 0.
           10 WS-STAT-PAIRS PIC 9(5) VALUE 0.
           10 WS-STAT-OVERLAPS PIC 9(5) VALUE 0.
           10 WS-STAT-LAST-ROW PIC 9(6) VALUE 0.
       01 WS-LEADER-REC.
         05 WS-LDR-TAG PIC X(5).
         05 WS-LDR-RANK PIC X(2).
         05 WS-LDR-SEP PIC X(6).
         05 WS-LDR-ELF PIC X(4).
         05 FILLER PIC X(63).
       01 WS-PAIR-PIECES.
         05 WS-PAIR-PIECE PIC X(10) OCCURS 4.
       01 WS-PAIR-IDS.
         05 WS-PAIR-ID PIC 9(4) OCCURS 2.
       01 WS-OVERLAP-REC.
         05 WS-OVL-LINE-NO PIC 9(6).
         05 FILLER PIC X(3).
         05 WS-OVL-RANGE-1 PIC 9(4).
         05 FILLER PIC X(1).
         05 WS-OVL-RANGE-2 PIC 9(4).
         05 FILLER PIC X(3).
         05 WS-OVL-RANGE-3 PIC 9(4).
         05 FILLER PIC X(1).
         05 WS-OVL-RANGE-4 PIC 9(4).
         05 FILLER PIC X(3).
         05 WS-OVL-TYPE PIC X(7).
         05 FILLER PIC X(3).
         05 WS-OVL-ELF-1 PIC X(4).
         05 FILLER PIC X(1).
         05 WS-OVL-NAME-1 PIC X(20).
         05 FILLER PIC X(1).
         05 WS-OVL-TEAM-1 PIC X(4).
         05 FILLER PIC X(3).
         05 WS-OVL-ELF-2 PIC X(4).
         05 FILLER PIC X(1).
         05 WS-OVL-NAME-2 PIC X(20).
         05 FILLER PIC X(1).
         05 WS-OVL-TEAM-2 PIC X(4).
       01 WS-SCORECARD-TEXT PIC X(110) VALUE SPACES.
       COPY ELFHIST.
       COPY ELFMST.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-DATE-RANGE.
           IF WS-RANGE-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ELF-MASTER.
           IF WS-ELF-FS NOT = "00"
               DISPLAY "AOC-2022-SCORECARD: control/elf-master.txt "
                 "not available (status " WS-ELF-FS ") - no elves "
                 "to score."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SCAN-ELF-HISTORY.
           IF WS-HIS-FS NOT = "00"
               DISPLAY "AOC-2022-SCORECARD: control/elf-history.txt "
                 "not available (status " WS-HIS-FS ") - calorie "
                 "figures will show as zero."
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-INTEGER FROM
             WS-FROM-INTEGER BY 1 UNTIL WS-DAY-INTEGER >
             WS-TO-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER) TO
                 WS-SCAN-DATE-NUM
               MOVE WS-SCAN-DATE-NUM TO WS-SCAN-DATE
               PERFORM SCAN-LEADERBOARD
               PERFORM SCAN-PAIR-FEED
               PERFORM SCAN-OVERLAP-FILE
           END-PERFORM.
           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           STRING "Per-elf scorecard from " WS-FROM-DATE " to "
             WS-TO-DATE " (" WS-ROWS-KEPT " history rows, "
             WS-LEADER-REPORTS " leaderboards, " WS-PAIR-FEEDS
             " Day 4 feeds)" DELIMITED BY SIZE
             INTO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM WITH TEST BEFORE VARYING WS-MST-IDX FROM 1 BY 1
             UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM REPORT-ELF
           END-PERFORM.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           STRING "Elves scored: " WS-MST-COUNT
             DELIMITED BY SIZE INTO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.
           CLOSE SCORECARD-FILE.
           DISPLAY "AOC-2022-SCORECARD: " WS-MST-COUNT " elves "
             "scored - report written to " WS-SCORECARD-FILENAME.
           IF WS-HST-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       SET-DATE-RANGE.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "AOC_FROM_DATE".
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "AOC_TO_DATE".
           IF WS-TO-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE"
               IF WS-RUN-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS
                   MOVE WS-CUR-DATE-FIELDS(1:8) TO WS-TO-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-TO-DATE
               END-IF
           END-IF.
           MOVE WS-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           IF WS-DATE-OK = "N"
               DISPLAY "AOC-2022-SCORECARD: scorecard end date "
                 WS-TO-DATE " is not a real YYYYMMDD date - check "
                 "AOC_TO_DATE / AOC_RUN_DATE."
               MOVE "N" TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-INTEGER TO WS-TO-INTEGER.
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-FROM-INTEGER = WS-TO-INTEGER - 27
               MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER) TO
                 WS-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE
               IF WS-DATE-OK = "N"
                   DISPLAY "AOC-2022-SCORECARD: AOC_FROM_DATE "
                     WS-FROM-DATE " is not a real YYYYMMDD date."
                   MOVE "N" TO WS-RANGE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHECK-INTEGER TO WS-FROM-INTEGER
           END-IF.
           IF WS-FROM-INTEGER > WS-TO-INTEGER
               DISPLAY "AOC-2022-SCORECARD: AOC_FROM_DATE "
                 WS-FROM-DATE " is after the end date " WS-TO-DATE
                 "."
               MOVE "N" TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF.
           STRING "reports/scorecard-" WS-TO-DATE ".txt"
             DELIMITED BY SIZE INTO WS-SCORECARD-FILENAME.

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
               MOVE WS-HST-COUNT TO WS-ROWS-KEPT
           END-IF.
           IF WS-HST-DROPPED > 0
               DISPLAY "AOC-2022-SCORECARD: history table full - "
                 WS-HST-DROPPED " elf/day row(s) not scored."
           END-IF.

       TAKE-HISTORY-ROW.
           IF WS-EHR-RUN-DATE < WS-FROM-DATE OR WS-EHR-RUN-DATE >
             WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EHR-ELF-ID IS NOT NUMERIC OR WS-EHR-ELF-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-EHR-CALORIES IS NOT NUMERIC
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

       ADD-HISTORY-ROW.
           MOVE WS-HST-ELF(WS-HST-IDX) TO WS-STAT-ID.
           ADD 1 TO WS-STAT-DAYS(WS-STAT-ID).
           ADD WS-HST-CALORIES(WS-HST-IDX) TO
             WS-STAT-TOTAL(WS-STAT-ID).
           IF WS-HST-CALORIES(WS-HST-IDX) > WS-STAT-BEST(WS-STAT-ID)
               MOVE WS-HST-CALORIES(WS-HST-IDX) TO
                 WS-STAT-BEST(WS-STAT-ID)
               MOVE WS-HST-DATE(WS-HST-IDX) TO
                 WS-STAT-BEST-DATE(WS-STAT-ID)
           END-IF.

       SCAN-LEADERBOARD.
           MOVE SPACES TO WS-LEADER-FILENAME.
           STRING "reports/day1-" WS-SCAN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-LEADER-FILENAME.
           MOVE "N" TO WS-LDR-EOF.
           OPEN INPUT LEADER-FILE.
           IF WS-LDR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LEADER-REPORTS.
           PERFORM WITH TEST BEFORE UNTIL WS-LDR-EOF = "Y"
               READ LEADER-FILE INTO WS-LEADER-REC
                 AT END MOVE "Y" TO WS-LDR-EOF
               END-READ
               IF WS-LDR-EOF NOT = "Y"
                   PERFORM TAKE-LEADER-LINE
               END-IF
           END-PERFORM.
           CLOSE LEADER-FILE.

       TAKE-LEADER-LINE.
           IF WS-LDR-TAG NOT = "Rank " OR WS-LDR-SEP NOT = ": Elf "
               EXIT PARAGRAPH
           END-IF.
           IF WS-LDR-RANK IS NOT NUMERIC OR WS-LDR-ELF IS NOT
             NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LDR-ELF TO WS-STAT-ID.
           MOVE WS-LDR-RANK TO WS-RANK-NUM.
           IF WS-STAT-ID = 0 OR WS-RANK-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-PLACINGS(WS-STAT-ID).
           IF WS-STAT-BEST-RANK(WS-STAT-ID) = 0 OR WS-RANK-NUM <
             WS-STAT-BEST-RANK(WS-STAT-ID)
               MOVE WS-RANK-NUM TO WS-STAT-BEST-RANK(WS-STAT-ID)
           END-IF.

       SCAN-PAIR-FEED.
           MOVE SPACES TO WS-PAIR-FILENAME.
           STRING "archive/day4-" WS-SCAN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-PAIR-FILENAME.
           MOVE "N" TO WS-PAIR-EOF.
           OPEN INPUT PAIR-FILE.
           IF WS-PAIR-FS NOT = "00"
               MOVE SPACES TO WS-PAIR-FILENAME
               STRING "inputs/day4-" WS-SCAN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-PAIR-FILENAME
               OPEN INPUT PAIR-FILE
           END-IF.
           IF WS-PAIR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIR-FEEDS.
           PERFORM WITH TEST BEFORE UNTIL WS-PAIR-EOF = "Y"
               READ PAIR-FILE
                 AT END MOVE "Y" TO WS-PAIR-EOF
               END-READ
               IF WS-PAIR-EOF NOT = "Y"
                   PERFORM TAKE-PAIR-LINE
               END-IF
           END-PERFORM.
           CLOSE PAIR-FILE.

       TAKE-PAIR-LINE.
           MOVE SPACES TO WS-PAIR-PIECES.
           MOVE "Y" TO WS-PAIR-VALID.
           UNSTRING PAIR-LINE DELIMITED BY ","
             INTO WS-PAIR-PIECE(1) WS-PAIR-PIECE(2)
             WS-PAIR-PIECE(3) WS-PAIR-PIECE(4)
             ON OVERFLOW MOVE "N" TO WS-PAIR-VALID
           END-UNSTRING.
           IF WS-PAIR-VALID = "N" OR WS-PAIR-PIECE(3) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               MOVE FUNCTION TEST-NUMVAL(WS-PAIR-PIECE(WS-PAIR-IDX))
                 TO WS-NUM-CHECK
               IF WS-NUM-CHECK NOT = 0
                   MOVE "N" TO WS-PAIR-VALID
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PAIR-PIECE(WS-PAIR-IDX))
                     TO WS-PAIR-ID(WS-PAIR-IDX)
               END-IF
           END-PERFORM.
           IF WS-PAIR-VALID = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               IF WS-PAIR-ID(WS-PAIR-IDX) > 0
                   ADD 1 TO WS-STAT-PAIRS(WS-PAIR-ID(WS-PAIR-IDX))
               END-IF
           END-PERFORM.

       SCAN-OVERLAP-FILE.
           MOVE SPACES TO WS-OVERLAP-FILENAME.
           STRING "inputs/day4-overlaps-" WS-SCAN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-OVERLAP-FILENAME.
           MOVE "N" TO WS-OVL-EOF.
           OPEN INPUT OVERLAP-FILE.
           IF WS-OVL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVERLAP-FEEDS.
           PERFORM WITH TEST BEFORE UNTIL WS-OVL-EOF = "Y"
               READ OVERLAP-FILE INTO WS-OVERLAP-REC
                 AT END MOVE "Y" TO WS-OVL-EOF
               END-READ
               IF WS-OVL-EOF NOT = "Y"
                   PERFORM TAKE-OVERLAP-LINE
               END-IF
           END-PERFORM.
           CLOSE OVERLAP-FILE.

       TAKE-OVERLAP-LINE.
           IF WS-OVL-ELF-1 IS NUMERIC
               MOVE WS-OVL-ELF-1 TO WS-STAT-ID
               IF WS-STAT-ID > 0
                   ADD 1 TO WS-STAT-OVERLAPS(WS-STAT-ID)
               END-IF
           END-IF.
           IF WS-OVL-ELF-2 IS NUMERIC
               MOVE WS-OVL-ELF-2 TO WS-STAT-ID
               IF WS-STAT-ID > 0
                   ADD 1 TO WS-STAT-OVERLAPS(WS-STAT-ID)
               END-IF
           END-IF.

       REPORT-ELF.
           MOVE WS-MST-ID(WS-MST-IDX) TO WS-STAT-ID.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.
           IF WS-STAT-ID = 0
               MOVE SPACES TO WS-SCORECARD-TEXT
               STRING "Elf " WS-STAT-ID " " WS-MST-NAME(WS-MST-IDX)
                 " " WS-MST-TEAM(WS-MST-IDX)
                 " - no activity can be held for elf id 0000"
                 DELIMITED BY SIZE INTO WS-SCORECARD-TEXT
               PERFORM WRITE-SCORECARD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           STRING "Elf " WS-STAT-ID " " WS-MST-NAME(WS-MST-IDX) " "
             WS-MST-TEAM(WS-MST-IDX) DELIMITED BY SIZE
             INTO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           IF WS-STAT-DAYS(WS-STAT-ID) = 0
               STRING "  Days supplied " WS-STAT-DAYS(WS-STAT-ID)
                 " - no Day 1 feed appearance in range"
                 DELIMITED BY SIZE INTO WS-SCORECARD-TEXT
           ELSE
               COMPUTE WS-AVERAGE = WS-STAT-TOTAL(WS-STAT-ID) /
                 WS-STAT-DAYS(WS-STAT-ID)
               STRING "  Days supplied " WS-STAT-DAYS(WS-STAT-ID)
                 "  average calories " WS-AVERAGE
                 "  best " WS-STAT-BEST(WS-STAT-ID) " on "
                 WS-STAT-BEST-DATE(WS-STAT-ID)
                 DELIMITED BY SIZE INTO WS-SCORECARD-TEXT
           END-IF.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           IF WS-STAT-PLACINGS(WS-STAT-ID) = 0
               STRING "  Leaderboard placings "
                 WS-STAT-PLACINGS(WS-STAT-ID)
                 DELIMITED BY SIZE INTO WS-SCORECARD-TEXT
           ELSE
               STRING "  Leaderboard placings "
                 WS-STAT-PLACINGS(WS-STAT-ID) "  best rank "
                 WS-STAT-BEST-RANK(WS-STAT-ID)
                 DELIMITED BY SIZE INTO WS-SCORECARD-TEXT
           END-IF.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SCORECARD-TEXT.
           STRING "  Day 4 pairs " WS-STAT-PAIRS(WS-STAT-ID)
             "  overlapped " WS-STAT-OVERLAPS(WS-STAT-ID)
             DELIMITED BY SIZE INTO WS-SCORECARD-TEXT.
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-LINE.
           DISPLAY FUNCTION TRIM(WS-SCORECARD-TEXT).
           MOVE WS-SCORECARD-TEXT TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
