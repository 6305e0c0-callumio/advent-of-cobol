       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-BURST.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TEAM-FILE ASSIGN TO "control/team-codes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEA-FS.
           SELECT DIST-FILE ASSIGN TO
           "control/distribution-list.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DST-FS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-FS.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC
           WS-PACKAGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PKG-FS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD TEAM-FILE.
           01 TEAM-LINE PIC X(10).
           FD DIST-FILE.
           01 DIST-LINE PIC X(80).
           FD SOURCE-FILE.
           01 SOURCE-LINE PIC X(110).
           FD PACKAGE-FILE.
           01 PACKAGE-LINE PIC X(110).
           FD LOG-FILE.
           01 LOG-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-TEA-FS PIC X(2) VALUE "00".
         05 WS-TEA-EOF PIC X VALUE "N".
         05 WS-DST-FS PIC X(2) VALUE "00".
         05 WS-DST-EOF PIC X VALUE "N".
         05 WS-SRC-FS PIC X(2) VALUE "00".
         05 WS-SRC-EOF PIC X VALUE "N".
         05 WS-PKG-FS PIC X(2) VALUE "00".
         05 WS-SOURCE-FILENAME PIC X(44) VALUE SPACES.
         05 WS-PACKAGE-FILENAME PIC X(60) VALUE SPACES.
         05 WS-LOG-FILENAME PIC X(40) VALUE SPACES.
         05 WS-LEADER-FILENAME PIC X(44) VALUE SPACES.
         05 WS-BREAKDOWN-FILENAME PIC X(44) VALUE SPACES.
         05 WS-OVERLAP-FILENAME PIC X(44) VALUE SPACES.
         05 WS-TEAM-COUNT PIC 9(2) VALUE 0.
         05 WS-TEAM-IDX PIC 9(2) VALUE 0.
         05 WS-DIST-IDX PIC 9(3) VALUE 0.
         05 WS-PIECE-IDX PIC 9(1) VALUE 0.
         05 WS-TEAM-MATCH PIC 9(2) VALUE 0.
         05 WS-ROW-BAD PIC X VALUE "N".
         05 WS-CUR-TEAM PIC X(4) VALUE SPACES.
         05 WS-CUR-RECIPIENT PIC X(20) VALUE SPACES.
         05 WS-WANT-LEADER PIC X VALUE "N".
         05 WS-WANT-BREAKDOWN PIC X VALUE "N".
         05 WS-WANT-OVERLAPS PIC X VALUE "N".
         05 WS-IN-BLOCK PIC X VALUE "N".
         05 WS-SECTION-LINES PIC 9(6) VALUE 0.
         05 WS-PACKAGE-LINES PIC 9(6) VALUE 0.
         05 WS-PACKAGES PIC 9(4) VALUE 0.
         05 WS-UNCOVERED PIC 9(2) VALUE 0.
         05 WS-BAD-ROWS PIC 9(4) VALUE 0.
         05 WS-SECTION-LIST PIC X(40) VALUE SPACES.
         05 WS-SECTION-WORK PIC X(40) VALUE SPACES.
         05 WS-SECTION-NAME PIC X(10) VALUE SPACES.
       01 WS-TEAM-TABLE.
         05 WS-TEAM-ENTRY OCCURS 50.
           10 WS-TEAM-CODE PIC X(4).
           10 WS-TEAM-RECIPIENTS PIC 9(3).
       01 WS-DIST-TABLE.
         05 WS-DIST-COUNT PIC 9(3) VALUE 0.
         05 WS-DIST-ENTRY OCCURS 200.
           10 WS-DST-TEAM PIC X(4).
           10 WS-DST-RECIPIENT PIC X(20).
           10 WS-DST-LEADER PIC X.
           10 WS-DST-BREAKDOWN PIC X.
           10 WS-DST-OVERLAPS PIC X.
       01 WS-DIST-PARSE.
         05 WS-DSP-TEAM PIC X(8).
         05 WS-DSP-RECIPIENT PIC X(24).
         05 WS-DSP-REPORTS PIC X(30).
         05 WS-DSP-REST PIC X(20).
       01 WS-REPORT-PIECES.
         05 WS-REPORT-PIECE PIC X(10) OCCURS 4.
       01 WS-LEADER-REC.
         05 WS-LDR-TAG PIC X(5).
         05 WS-LDR-RANK PIC X(2).
         05 WS-LDR-SEP PIC X(6).
         05 WS-LDR-ELF PIC X(4).
         05 FILLER PIC X(1).
         05 WS-LDR-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 WS-LDR-TEAM PIC X(4).
         05 FILLER PIC X(67).
       01 WS-STANDING-REC.
         05 WS-STD-TAG PIC X(7).
         05 WS-STD-TEAM PIC X(4).
         05 FILLER PIC X(99).
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
       01 WS-PACKAGE-TEXT PIC X(110) VALUE SPACES.
       01 WS-LOG-TEXT PIC X(110) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           IF WS-RUN-DATE = SPACES
               DISPLAY "AOC-2022-BURST: AOC_RUN_DATE must be set."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TEAM-CODES.
           IF WS-TEA-FS NOT = "00"
               DISPLAY "AOC-2022-BURST: control/team-codes.txt not "
                 "available (status " WS-TEA-FS ") - no teams to "
                 "burst."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "reports/day1-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-LEADER-FILENAME.
           STRING "reports/day1-breakdown-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-BREAKDOWN-FILENAME.
           STRING "inputs/day4-overlaps-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-OVERLAP-FILENAME.
           STRING "reports/burst-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
           OPEN OUTPUT LOG-FILE.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "Team distribution log for run date " WS-RUN-DATE
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
           PERFORM WRITE-LOG-LINE.
           PERFORM LOAD-DISTRIBUTION-LIST.
           PERFORM WITH TEST BEFORE VARYING WS-DIST-IDX FROM 1 BY 1
             UNTIL WS-DIST-IDX > WS-DIST-COUNT
               PERFORM WRITE-PACKAGE
           END-PERFORM.
           PERFORM WITH TEST BEFORE VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TEAM-RECIPIENTS(WS-TEAM-IDX) = 0
                   ADD 1 TO WS-UNCOVERED
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "NO RECIPIENT: team "
                     WS-TEAM-CODE(WS-TEAM-IDX)
                     " has no recipient on file - no package sent"
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "Packages produced: " WS-PACKAGES
             "  Teams without a recipient: " WS-UNCOVERED
             "  Rejected list rows: " WS-BAD-ROWS
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
           PERFORM WRITE-LOG-LINE.
           CLOSE LOG-FILE.
           IF (WS-UNCOVERED > 0 OR WS-BAD-ROWS > 0) AND
             RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-TEAM-CODES.
           MOVE "N" TO WS-TEA-EOF.
           MOVE 0 TO WS-TEAM-COUNT.
           OPEN INPUT TEAM-FILE.
           IF WS-TEA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-TEA-EOF = "Y"
               READ TEAM-FILE
                 AT END MOVE "Y" TO WS-TEA-EOF
               END-READ
               IF WS-TEA-EOF NOT = "Y" AND TEAM-LINE NOT =
                 SPACES AND WS-TEAM-COUNT < 50
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE TEAM-LINE(1:4) TO
                     WS-TEAM-CODE(WS-TEAM-COUNT)
                   MOVE 0 TO WS-TEAM-RECIPIENTS(WS-TEAM-COUNT)
               END-IF
           END-PERFORM.
           CLOSE TEAM-FILE.

       LOAD-DISTRIBUTION-LIST.
           MOVE "N" TO WS-DST-EOF.
           MOVE 0 TO WS-DIST-COUNT.
           OPEN INPUT DIST-FILE.
           IF WS-DST-FS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "control/distribution-list.txt not available "
                 "(status " WS-DST-FS ") - no recipients on file"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-DST-EOF = "Y"
               READ DIST-FILE
                 AT END MOVE "Y" TO WS-DST-EOF
               END-READ
               IF WS-DST-EOF NOT = "Y" AND DIST-LINE NOT = SPACES
                   PERFORM LOAD-DISTRIBUTION-ENTRY
               END-IF
           END-PERFORM.
           CLOSE DIST-FILE.

       LOAD-DISTRIBUTION-ENTRY.
           MOVE SPACES TO WS-DIST-PARSE.
           UNSTRING DIST-LINE DELIMITED BY ALL " "
             INTO WS-DSP-TEAM WS-DSP-RECIPIENT WS-DSP-REPORTS
             WS-DSP-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-DSP-TEAM) TO WS-DSP-TEAM.
           MOVE FUNCTION UPPER-CASE(WS-DSP-REPORTS) TO
             WS-DSP-REPORTS.
           MOVE "N" TO WS-ROW-BAD.
           MOVE 0 TO WS-TEAM-MATCH.
           PERFORM WITH TEST BEFORE VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-DSP-TEAM = WS-TEAM-CODE(WS-TEAM-IDX)
                   MOVE WS-TEAM-IDX TO WS-TEAM-MATCH
               END-IF
           END-PERFORM.
           IF WS-TEAM-MATCH = 0 OR WS-DSP-RECIPIENT = SPACES OR
             WS-DSP-REPORTS = SPACES
               MOVE "Y" TO WS-ROW-BAD
           END-IF.
           MOVE "N" TO WS-WANT-LEADER.
           MOVE "N" TO WS-WANT-BREAKDOWN.
           MOVE "N" TO WS-WANT-OVERLAPS.
           MOVE SPACES TO WS-REPORT-PIECES.
           UNSTRING WS-DSP-REPORTS DELIMITED BY ","
             INTO WS-REPORT-PIECE(1) WS-REPORT-PIECE(2)
             WS-REPORT-PIECE(3) WS-REPORT-PIECE(4)
           END-UNSTRING.
           PERFORM WITH TEST BEFORE VARYING WS-PIECE-IDX FROM 1 BY 1
             UNTIL WS-PIECE-IDX > 4
               PERFORM TAKE-REPORT-PIECE
           END-PERFORM.
           IF WS-DIST-COUNT >= 200
               MOVE "Y" TO WS-ROW-BAD
           END-IF.
           IF WS-ROW-BAD = "Y"
               ADD 1 TO WS-BAD-ROWS
               MOVE SPACES TO WS-LOG-TEXT
               STRING "REJECTED distribution row: " DIST-LINE
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE WS-DSP-TEAM TO WS-DST-TEAM(WS-DIST-COUNT).
           MOVE WS-DSP-RECIPIENT TO WS-DST-RECIPIENT(WS-DIST-COUNT).
           MOVE WS-WANT-LEADER TO WS-DST-LEADER(WS-DIST-COUNT).
           MOVE WS-WANT-BREAKDOWN TO WS-DST-BREAKDOWN(WS-DIST-COUNT).
           MOVE WS-WANT-OVERLAPS TO WS-DST-OVERLAPS(WS-DIST-COUNT).
           ADD 1 TO WS-TEAM-RECIPIENTS(WS-TEAM-MATCH).

       TAKE-REPORT-PIECE.
           IF WS-REPORT-PIECE(WS-PIECE-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-PIECE(WS-PIECE-IDX) = "ALL"
               MOVE "Y" TO WS-WANT-LEADER
               MOVE "Y" TO WS-WANT-BREAKDOWN
               MOVE "Y" TO WS-WANT-OVERLAPS
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-PIECE(WS-PIECE-IDX) = "LEADER"
               MOVE "Y" TO WS-WANT-LEADER
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-PIECE(WS-PIECE-IDX) = "BREAKDOWN"
               MOVE "Y" TO WS-WANT-BREAKDOWN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-PIECE(WS-PIECE-IDX) = "OVERLAPS"
               MOVE "Y" TO WS-WANT-OVERLAPS
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ROW-BAD.

       WRITE-PACKAGE.
           MOVE WS-DST-TEAM(WS-DIST-IDX) TO WS-CUR-TEAM.
           MOVE WS-DST-RECIPIENT(WS-DIST-IDX) TO WS-CUR-RECIPIENT.
           MOVE SPACES TO WS-PACKAGE-FILENAME.
           STRING "reports/teams/" DELIMITED BY SIZE
             WS-CUR-TEAM DELIMITED BY SPACE
             "-" DELIMITED BY SIZE
             WS-CUR-RECIPIENT DELIMITED BY SPACE
             "-" WS-RUN-DATE ".txt" DELIMITED BY SIZE
             INTO WS-PACKAGE-FILENAME.
           OPEN OUTPUT PACKAGE-FILE.
           IF WS-PKG-FS NOT = "00"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "FAILED: cannot create " DELIMITED BY SIZE
                 WS-PACKAGE-FILENAME DELIMITED BY SPACE
                 " (status " WS-PKG-FS ") - check that the "
                 "reports/teams directory exists"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PACKAGE-LINES.
           MOVE SPACES TO WS-PACKAGE-TEXT.
           STRING "Team " WS-CUR-TEAM " distribution package for run "
             WS-RUN-DATE " - recipient " WS-CUR-RECIPIENT
             DELIMITED BY SIZE INTO WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE "STANDINGS" TO WS-SECTION-LIST.
           PERFORM BURST-STANDINGS.
           IF WS-DST-LEADER(WS-DIST-IDX) = "Y"
               PERFORM BURST-LEADERBOARD
               MOVE "LEADER" TO WS-SECTION-NAME
               PERFORM ADD-SECTION-NAME
           END-IF.
           IF WS-DST-BREAKDOWN(WS-DIST-IDX) = "Y"
               PERFORM BURST-BREAKDOWN
               MOVE "BREAKDOWN" TO WS-SECTION-NAME
               PERFORM ADD-SECTION-NAME
           END-IF.
           IF WS-DST-OVERLAPS(WS-DIST-IDX) = "Y"
               PERFORM BURST-OVERLAPS
               MOVE "OVERLAPS" TO WS-SECTION-NAME
               PERFORM ADD-SECTION-NAME
           END-IF.
           CLOSE PACKAGE-FILE.
           ADD 1 TO WS-PACKAGES.
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "SENT " DELIMITED BY SIZE
             WS-CUR-TEAM DELIMITED BY SPACE
             " to " DELIMITED BY SIZE
             WS-CUR-RECIPIENT DELIMITED BY SPACE
             ": " FUNCTION TRIM(WS-SECTION-LIST) " ("
             WS-PACKAGE-LINES " lines) " DELIMITED BY SIZE
             WS-PACKAGE-FILENAME DELIMITED BY SPACE
             INTO WS-LOG-TEXT.
           PERFORM WRITE-LOG-LINE.

       ADD-SECTION-NAME.
           MOVE WS-SECTION-LIST TO WS-SECTION-WORK.
           MOVE SPACES TO WS-SECTION-LIST.
           STRING FUNCTION TRIM(WS-SECTION-WORK) " "
             FUNCTION TRIM(WS-SECTION-NAME)
             DELIMITED BY SIZE INTO WS-SECTION-LIST.

       BURST-STANDINGS.
           PERFORM WRITE-PACKAGE-BLANK.
           MOVE "Team standings" TO WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           MOVE WS-LEADER-FILENAME TO WS-SOURCE-FILENAME.
           PERFORM OPEN-SOURCE.
           IF WS-SRC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
               READ SOURCE-FILE INTO WS-STANDING-REC
                 AT END MOVE "Y" TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = "Y" AND WS-STD-TAG = "  Team "
                 AND WS-STD-TEAM = WS-CUR-TEAM
                   MOVE SOURCE-LINE TO WS-PACKAGE-TEXT
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-SECTION-LINES = 0
               MOVE "  No standings line for this team in this run"
                 TO WS-PACKAGE-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       BURST-LEADERBOARD.
           PERFORM WRITE-PACKAGE-BLANK.
           MOVE "Leaderboard entries" TO WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           MOVE WS-LEADER-FILENAME TO WS-SOURCE-FILENAME.
           PERFORM OPEN-SOURCE.
           IF WS-SRC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
               READ SOURCE-FILE INTO WS-LEADER-REC
                 AT END MOVE "Y" TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = "Y" AND WS-LDR-TAG = "Rank " AND
                 WS-LDR-SEP = ": Elf " AND WS-LDR-TEAM = WS-CUR-TEAM
                   MOVE SOURCE-LINE TO WS-PACKAGE-TEXT
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-SECTION-LINES = 0
               MOVE "  No team elves on the leaderboard in this run"
                 TO WS-PACKAGE-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       BURST-BREAKDOWN.
           PERFORM WRITE-PACKAGE-BLANK.
           MOVE "Item breakdowns" TO WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           MOVE "N" TO WS-IN-BLOCK.
           MOVE WS-BREAKDOWN-FILENAME TO WS-SOURCE-FILENAME.
           PERFORM OPEN-SOURCE.
           IF WS-SRC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
               READ SOURCE-FILE INTO WS-LEADER-REC
                 AT END MOVE "Y" TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = "Y"
                   PERFORM TAKE-BREAKDOWN-LINE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-SECTION-LINES = 0
               MOVE "  No team elves on the leaderboard in this run"
                 TO WS-PACKAGE-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       TAKE-BREAKDOWN-LINE.
           IF SOURCE-LINE = SPACES
               MOVE "N" TO WS-IN-BLOCK
               EXIT PARAGRAPH
           END-IF.
           IF WS-LDR-TAG = "Rank " AND WS-LDR-SEP = ": Elf "
               MOVE "N" TO WS-IN-BLOCK
               IF WS-LDR-TEAM = WS-CUR-TEAM
                   MOVE "Y" TO WS-IN-BLOCK
                   IF WS-SECTION-LINES > 0
                       PERFORM WRITE-PACKAGE-BLANK
                   END-IF
               END-IF
           END-IF.
           IF WS-IN-BLOCK = "Y"
               MOVE SOURCE-LINE TO WS-PACKAGE-TEXT
               PERFORM WRITE-SECTION-LINE
           END-IF.

       BURST-OVERLAPS.
           PERFORM WRITE-PACKAGE-BLANK.
           MOVE "Day 4 overlaps involving team elves" TO
             WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           MOVE WS-OVERLAP-FILENAME TO WS-SOURCE-FILENAME.
           PERFORM OPEN-SOURCE.
           IF WS-SRC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
               READ SOURCE-FILE INTO WS-OVERLAP-REC
                 AT END MOVE "Y" TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = "Y" AND WS-OVL-ELF-1 NOT = SPACES
                 AND (WS-OVL-TEAM-1 = WS-CUR-TEAM OR
                 WS-OVL-TEAM-2 = WS-CUR-TEAM)
                   MOVE SOURCE-LINE TO WS-PACKAGE-TEXT
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-SECTION-LINES = 0
               MOVE "  No overlapping pairs for team elves in this run"
                 TO WS-PACKAGE-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       OPEN-SOURCE.
           MOVE "N" TO WS-SRC-EOF.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-FS NOT = "00"
               MOVE SPACES TO WS-PACKAGE-TEXT
               STRING "  " WS-SOURCE-FILENAME DELIMITED BY SPACE
                 " not on hand (status " WS-SRC-FS ")"
                 DELIMITED BY SIZE INTO WS-PACKAGE-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       WRITE-SECTION-LINE.
           ADD 1 TO WS-SECTION-LINES.
           PERFORM WRITE-PACKAGE-LINE.

       WRITE-PACKAGE-BLANK.
           MOVE SPACES TO WS-PACKAGE-TEXT.
           PERFORM WRITE-PACKAGE-LINE.

       WRITE-PACKAGE-LINE.
           MOVE WS-PACKAGE-TEXT TO PACKAGE-LINE.
           WRITE PACKAGE-LINE.
           ADD 1 TO WS-PACKAGE-LINES.

       WRITE-LOG-LINE.
           DISPLAY "AOC-2022-BURST: " FUNCTION TRIM(WS-LOG-TEXT).
           MOVE WS-LOG-TEXT TO LOG-LINE.
           WRITE LOG-LINE.
