       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-GEN.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DAY1-FEED-FILE ASSIGN TO DYNAMIC
           WS-DAY1-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-D1F-FS.
           SELECT DAY3-FEED-FILE ASSIGN TO DYNAMIC
           WS-DAY3-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-D3F-FS.
           SELECT DAY4-FEED-FILE ASSIGN TO DYNAMIC
           WS-DAY4-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-D4F-FS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-FS.
           SELECT ELF-MASTER-FILE ASSIGN TO
           "control/elf-master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELF-FS.
           SELECT GEN-MASTER-FILE ASSIGN TO DYNAMIC
           WS-GEN-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GMS-FS.
           SELECT TEAM-FILE ASSIGN TO "control/team-codes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEA-FS.
           SELECT EXPECTED-FILE ASSIGN TO DYNAMIC
           WS-EXPECTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-FILE ASSIGN TO DYNAMIC
           WS-CAPACITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD DAY1-FEED-FILE.
           01 DAY1-FEED-LINE PIC X(40).
           FD DAY3-FEED-FILE.
           01 DAY3-FEED-LINE PIC X(132).
           FD DAY4-FEED-FILE.
           01 DAY4-FEED-LINE PIC X(29).
           FD PROBE-FILE.
           01 PROBE-LINE PIC X(132).
           FD ELF-MASTER-FILE.
           01 ELF-MASTER-LINE PIC X(30).
           FD GEN-MASTER-FILE.
           01 GEN-MASTER-LINE PIC X(30).
           FD TEAM-FILE.
           01 TEAM-LINE PIC X(40).
           FD EXPECTED-FILE.
           01 EXPECTED-LINE PIC X(80).
           FD CAPACITY-FILE.
           01 CAPACITY-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-GEN-DATE PIC X(8) VALUE SPACES.
         05 WS-CAPACITY-FLAG PIC X(4) VALUE SPACES.
         05 WS-MASTER-FLAG PIC X(4) VALUE SPACES.
         05 WS-DAY1-FEED-FILENAME PIC X(40) VALUE SPACES.
         05 WS-DAY3-FEED-FILENAME PIC X(40) VALUE SPACES.
         05 WS-DAY4-FEED-FILENAME PIC X(40) VALUE SPACES.
         05 WS-PROBE-FILENAME PIC X(40) VALUE SPACES.
         05 WS-EXPECTED-FILENAME PIC X(40) VALUE SPACES.
         05 WS-CAPACITY-FILENAME PIC X(40) VALUE SPACES.
         05 WS-GEN-MASTER-FILENAME PIC X(40) VALUE SPACES.
         05 WS-GMS-FS PIC X(2) VALUE "00".
         05 WS-TEA-FS PIC X(2) VALUE "00".
         05 WS-TEA-EOF PIC X VALUE "N".
         05 WS-VALID-TEAM-COUNT PIC 9(2) VALUE 0.
         05 WS-MASTER-TEAM-COUNT PIC 9(2) VALUE 0.
         05 WS-D1F-FS PIC X(2) VALUE "00".
         05 WS-D3F-FS PIC X(2) VALUE "00".
         05 WS-D4F-FS PIC X(2) VALUE "00".
         05 WS-FEED-FAILED PIC X VALUE "N".
         05 WS-PROBE-FS PIC X(2) VALUE "00".
         05 WS-ELF-FS PIC X(2) VALUE "00".
         05 WS-ELF-EOF PIC X VALUE "N".
         05 WS-FEED-CLASH PIC X VALUE "N".
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-SETTING-NAME PIC X(24) VALUE SPACES.
         05 WS-SETTING-ENV PIC X(12) VALUE SPACES.
         05 WS-SETTING-DEFAULT PIC 9(7) VALUE 0.
         05 WS-SETTING-MAX PIC 9(7) VALUE 0.
         05 WS-SETTING-VALUE PIC 9(7) VALUE 0.
         05 WS-GROUP-SIZE-ENV PIC X(4) VALUE SPACES.
         05 WS-SEED-ENV PIC X(12) VALUE SPACES.
         05 WS-RAND-SEED PIC 9(10) VALUE 1.
         05 WS-START-SEED PIC 9(10) VALUE 0.
         05 WS-RAND-RANGE PIC 9(7) VALUE 0.
         05 WS-RAND-PICK PIC 9(7) VALUE 0.
         05 WS-ELF-IDX PIC 9(7) VALUE 0.
         05 WS-ITEM-IDX PIC 9(7) VALUE 0.
         05 WS-ITEM-TARGET PIC 9(7) VALUE 0.
         05 WS-ITEM-CAL PIC 9(5) VALUE 0.
         05 WS-ELF-TOTAL PIC 9(12) VALUE 0.
         05 WS-CAL-EDIT PIC Z(7)9.
         05 WS-TOP-IDX PIC 9(1) VALUE 0.
         05 WS-GRP-IDX PIC 9(7) VALUE 0.
         05 WS-GRP-LINE PIC 9(2) VALUE 0.
         05 WS-GRP-REJECTED PIC X VALUE "N".
         05 WS-GRP-LAST-SHARED PIC 9(2) VALUE 0.
         05 WS-BADGE-POS PIC 9(2) VALUE 0.
         05 WS-LETTER-IDX PIC 9(2) VALUE 0.
         05 WS-POOL-BASE PIC 9(2) VALUE 0.
         05 WS-SHARED-POS PIC 9(2) VALUE 0.
         05 WS-HALF-LEN PIC 9(2) VALUE 0.
         05 WS-CHAR-IDX PIC 9(3) VALUE 0.
         05 WS-LINE-LEN PIC 9(3) VALUE 0.
         05 WS-SLOT-POS PIC 9(3) VALUE 0.
         05 WS-D3-LINE PIC X(132) VALUE SPACES.
         05 WS-PAIR-IDX PIC 9(7) VALUE 0.
         05 WS-SECT PIC 9(4) OCCURS 4 VALUE 0.
         05 WS-SECT-EDIT PIC Z(3)9 OCCURS 4.
         05 WS-PAIR-ELF-EDIT PIC Z(3)9 OCCURS 2.
         05 WS-D4-LINE PIC X(29) VALUE SPACES.
         05 WS-D4-PTR PIC 9(3) VALUE 0.
         05 WS-PAIR-BAD PIC X VALUE "N".
         05 WS-PAIR-EXTENDED PIC X VALUE "N".
         05 WS-TEAM-NO PIC 9(2) VALUE 0.
         05 WS-STEP-PROGRAM PIC X(12) VALUE SPACES.
         05 WS-STEP-RC PIC 9(4) VALUE 0.
         05 WS-GEN-RC PIC 9(4) VALUE 0.
         05 WS-STEP-STAMP PIC X(16) VALUE SPACES.
         05 WS-STEP-START-CS PIC 9(14) VALUE 0.
         05 WS-STEP-END-CS PIC 9(14) VALUE 0.
         05 WS-STAMP-CS PIC 9(14) VALUE 0.
         05 WS-CHAIN-CS PIC 9(10) VALUE 0.
         05 WS-ELAPSED-CS PIC 9(10) VALUE 0.
         05 WS-ELAPSED-EDIT PIC Z(7)9.99.
         05 WS-CHECK-LABEL PIC X(34) VALUE SPACES.
         05 WS-CHECK-EXPECTED PIC 9(12) VALUE 0.
         05 WS-CHECK-ACTUAL PIC 9(12) VALUE 0.
         05 WS-CHECK-VALUE PIC 9(12) VALUE 0.
         05 WS-CHECK-LIMIT PIC 9(12) VALUE 0.
         05 WS-CHECK-NOTE PIC X(40) VALUE SPACES.
         05 WS-MISMATCH-COUNT PIC 9(4) VALUE 0.
         05 WS-TRUNCATION-COUNT PIC 9(4) VALUE 0.
         05 WS-MASTER-ROWS PIC 9(7) VALUE 0.
         05 WS-MASTER-LOADED PIC 9(7) VALUE 0.
         05 WS-MASTER-TEAMS PIC 9(3) VALUE 0.
         05 WS-TEAM-IDX PIC 9(3) VALUE 0.
         05 WS-TEAM-SEEN PIC X VALUE "N".
       01 WS-SETTINGS.
         05 WS-GEN-ELVES PIC 9(7) VALUE 0.
         05 WS-GEN-ITEMS PIC 9(7) VALUE 0.
         05 WS-GEN-TEAMS PIC 9(7) VALUE 0.
         05 WS-GEN-GROUPS PIC 9(7) VALUE 0.
         05 WS-GEN-PAIRS PIC 9(7) VALUE 0.
         05 WS-GEN-SECTIONS PIC 9(7) VALUE 0.
         05 WS-GEN-BAD-PCT PIC 9(7) VALUE 0.
         05 WS-GEN-OVERSIZE-PCT PIC 9(7) VALUE 0.
         05 WS-GEN-EXTENDED-PCT PIC 9(7) VALUE 0.
         05 WS-GROUP-SIZE PIC 9(2) VALUE 3.
       01 WS-EXPECTED.
         05 WS-EXP-D1-LINES PIC 9(12) VALUE 0.
         05 WS-EXP-D1-BAD PIC 9(12) VALUE 0.
         05 WS-EXP-D1-MOST-ITEMS PIC 9(12) VALUE 0.
         05 WS-EXP-D1-TOP PIC 9(12) OCCURS 3 VALUE 0.
         05 WS-EXP-D1-TASK-2 PIC 9(12) VALUE 0.
         05 WS-EXP-D3-LINES PIC 9(12) VALUE 0.
         05 WS-EXP-D3-OVERSIZE PIC 9(12) VALUE 0.
         05 WS-EXP-D3-SKIPPED PIC 9(12) VALUE 0.
         05 WS-EXP-D3-TASK-1 PIC 9(12) VALUE 0.
         05 WS-EXP-D3-TASK-2 PIC 9(12) VALUE 0.
         05 WS-EXP-D4-LINES PIC 9(12) VALUE 0.
         05 WS-EXP-D4-EXTENDED PIC 9(12) VALUE 0.
         05 WS-EXP-D4-BAD PIC 9(12) VALUE 0.
         05 WS-EXP-D4-HIGH-SECT PIC 9(12) VALUE 0.
         05 WS-EXP-D4-TASK-1 PIC 9(12) VALUE 0.
         05 WS-EXP-D4-TASK-2 PIC 9(12) VALUE 0.
         05 WS-EXP-D4-CAPACITY PIC 9(12) VALUE 0.
       01 WS-LETTER-TABLE.
         05 WS-LETTERS PIC X(52) VALUE
           "abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-POOL-TABLE.
         05 WS-POOL-LETTER PIC X OCCURS 51.
         05 WS-POOL-PRIORITY PIC 9(2) OCCURS 51.
       01 WS-ITEM-NAMES.
         05 FILLER PIC X(12) VALUE "APPLE".
         05 FILLER PIC X(12) VALUE "BANANA".
         05 FILLER PIC X(12) VALUE "CARROT".
         05 FILLER PIC X(12) VALUE "DATES".
         05 FILLER PIC X(12) VALUE "FLAPJACK".
         05 FILLER PIC X(12) VALUE "GINGERBREAD".
         05 FILLER PIC X(12) VALUE "MINCE PIE".
         05 FILLER PIC X(12) VALUE "OATCAKE".
         05 FILLER PIC X(12) VALUE "SHORTBREAD".
         05 FILLER PIC X(12) VALUE "TRAIL MIX".
       01 WS-ITEM-NAME-TABLE REDEFINES WS-ITEM-NAMES.
         05 WS-ITEM-NAME PIC X(12) OCCURS 10.
       01 WS-VALID-TEAM-TABLE.
         05 WS-VALID-TEAM-CODE PIC X(4) OCCURS 50.
       01 WS-TEAM-TABLE.
         05 WS-TEAM-CODE PIC X(4) OCCURS 100.
       01 WS-GEN-TEXT PIC X(120) VALUE SPACES.
       COPY ELFMST.
       COPY DAY1RES.
       COPY DAY3RES.
       COPY DAY4RES.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-GEN-DATE FROM ENVIRONMENT "AOC_GEN_DATE".
           MOVE FUNCTION TEST-NUMVAL(WS-GEN-DATE) TO WS-NUM-CHECK.
           IF WS-GEN-DATE = SPACES OR WS-NUM-CHECK NOT = 0 OR
             WS-GEN-DATE(8:1) = SPACE
               DISPLAY "AOC-2022-GEN: AOC_GEN_DATE must be the "
                 "YYYYMMDD test run date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-CAPACITY-FLAG FROM ENVIRONMENT
             "AOC_GEN_CAPACITY".
           ACCEPT WS-MASTER-FLAG FROM ENVIRONMENT "AOC_GEN_MASTER".
           PERFORM LOAD-SETTINGS.
           PERFORM SET-GEN-FILENAMES.
           PERFORM CHECK-DATE-UNUSED.
           IF WS-FEED-CLASH = "Y"
               DISPLAY "AOC-2022-GEN: run date " WS-GEN-DATE
                 " already has a feed in inputs/ or archive/ - "
                 "choose an unused test date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MASTER-FLAG = "Y"
               PERFORM GENERATE-ELF-MASTER
           END-IF.
           PERFORM GENERATE-DAY1-FEED.
           IF WS-FEED-FAILED = "N"
               PERFORM GENERATE-DAY3-FEED
           END-IF.
           IF WS-FEED-FAILED = "N"
               PERFORM GENERATE-DAY4-FEED
           END-IF.
           IF WS-FEED-FAILED = "Y"
               DISPLAY "AOC-2022-GEN: generation stopped - no "
                 "expected results or capacity test for "
                 WS-GEN-DATE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EXPECTED-RESULTS.
           IF WS-CAPACITY-FLAG = "Y"
               PERFORM RUN-CAPACITY-TEST
           END-IF.
           MOVE WS-GEN-RC TO RETURN-CODE.
           GOBACK.

       LOAD-SETTINGS.
           ACCEPT WS-SEED-ENV FROM ENVIRONMENT "AOC_GEN_SEED".
           MOVE FUNCTION TEST-NUMVAL(WS-SEED-ENV) TO WS-NUM-CHECK.
           IF WS-SEED-ENV NOT = SPACES AND WS-NUM-CHECK = 0
               COMPUTE WS-RAND-SEED = FUNCTION MOD(FUNCTION
                 NUMVAL(WS-SEED-ENV), 2147483647)
           END-IF.
           IF WS-RAND-SEED = 0
               MOVE 1 TO WS-RAND-SEED
           END-IF.
           MOVE WS-RAND-SEED TO WS-START-SEED.
           MOVE "AOC_GEN_ELVES" TO WS-SETTING-NAME.
           MOVE 200 TO WS-SETTING-DEFAULT.
           MOVE 99999 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-ELVES.
           MOVE "AOC_GEN_ITEMS" TO WS-SETTING-NAME.
           MOVE 8 TO WS-SETTING-DEFAULT.
           MOVE 5000 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-ITEMS.
           MOVE "AOC_GEN_TEAMS" TO WS-SETTING-NAME.
           MOVE 5 TO WS-SETTING-DEFAULT.
           MOVE 99 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-TEAMS.
           MOVE "AOC_GEN_GROUPS" TO WS-SETTING-NAME.
           MOVE 100 TO WS-SETTING-DEFAULT.
           MOVE 999999 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-GROUPS.
           MOVE "AOC_GEN_PAIRS" TO WS-SETTING-NAME.
           MOVE 500 TO WS-SETTING-DEFAULT.
           MOVE 2000000 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-PAIRS.
           MOVE "AOC_GEN_SECTIONS" TO WS-SETTING-NAME.
           MOVE 99 TO WS-SETTING-DEFAULT.
           MOVE 9999 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-SECTIONS.
           MOVE "AOC_GEN_BAD_PCT" TO WS-SETTING-NAME.
           MOVE 2 TO WS-SETTING-DEFAULT.
           MOVE 100 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-BAD-PCT.
           MOVE "AOC_GEN_OVERSIZE_PCT" TO WS-SETTING-NAME.
           MOVE 2 TO WS-SETTING-DEFAULT.
           MOVE 100 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-OVERSIZE-PCT.
           MOVE "AOC_GEN_EXTENDED_PCT" TO WS-SETTING-NAME.
           MOVE 50 TO WS-SETTING-DEFAULT.
           MOVE 100 TO WS-SETTING-MAX.
           PERFORM GET-SETTING.
           MOVE WS-SETTING-VALUE TO WS-GEN-EXTENDED-PCT.
           ACCEPT WS-GROUP-SIZE-ENV FROM ENVIRONMENT
             "AOC_DAY3_GROUP_SIZE".
           IF WS-GROUP-SIZE-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-GROUP-SIZE-ENV) TO
                 WS-NUM-CHECK
               IF WS-NUM-CHECK = 0 AND
                 FUNCTION NUMVAL(WS-GROUP-SIZE-ENV) > 0
                   MOVE FUNCTION NUMVAL(WS-GROUP-SIZE-ENV) TO
                     WS-GROUP-SIZE
               END-IF
           END-IF.
           IF WS-GROUP-SIZE > 20
               MOVE 20 TO WS-GROUP-SIZE
           END-IF.
           IF WS-GEN-ELVES = 0
               MOVE 1 TO WS-GEN-ELVES
           END-IF.
           IF WS-GEN-ITEMS = 0
               MOVE 1 TO WS-GEN-ITEMS
           END-IF.
           IF WS-GEN-TEAMS = 0
               MOVE 1 TO WS-GEN-TEAMS
           END-IF.
           IF WS-GEN-SECTIONS = 0
               MOVE 1 TO WS-GEN-SECTIONS
           END-IF.

       GET-SETTING.
           MOVE WS-SETTING-DEFAULT TO WS-SETTING-VALUE.
           MOVE SPACES TO WS-SETTING-ENV.
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT WS-SETTING-NAME.
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-SETTING-ENV) TO
                 WS-NUM-CHECK
               IF WS-NUM-CHECK = 0 AND
                 FUNCTION NUMVAL(WS-SETTING-ENV) >= 0
                   MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO
                     WS-SETTING-VALUE
               ELSE
                   DISPLAY "AOC-2022-GEN: "
                     FUNCTION TRIM(WS-SETTING-NAME) " is not a "
                     "number - default " WS-SETTING-DEFAULT " used."
               END-IF
           END-IF.
           IF WS-SETTING-VALUE > WS-SETTING-MAX
               DISPLAY "AOC-2022-GEN: "
                 FUNCTION TRIM(WS-SETTING-NAME) " capped at "
                 WS-SETTING-MAX "."
               MOVE WS-SETTING-MAX TO WS-SETTING-VALUE
           END-IF.

       SET-GEN-FILENAMES.
           STRING "inputs/day1-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-DAY1-FEED-FILENAME.
           STRING "inputs/day3-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-DAY3-FEED-FILENAME.
           STRING "inputs/day4-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-DAY4-FEED-FILENAME.
           STRING "reports/gen-expected-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-EXPECTED-FILENAME.
           STRING "reports/capacity-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-CAPACITY-FILENAME.
           STRING "inputs/elf-master-GEN-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-GEN-MASTER-FILENAME.

       CHECK-DATE-UNUSED.
           MOVE "N" TO WS-FEED-CLASH.
           MOVE WS-DAY1-FEED-FILENAME TO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.
           MOVE WS-DAY3-FEED-FILENAME TO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.
           MOVE WS-DAY4-FEED-FILENAME TO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "archive/day1-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "archive/day3-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING "archive/day4-" WS-GEN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-PROBE-FILENAME.
           PERFORM PROBE-FEED.

       PROBE-FEED.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-FS = "00"
               MOVE "Y" TO WS-FEED-CLASH
               CLOSE PROBE-FILE
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-RAND-SEED = FUNCTION MOD(WS-RAND-SEED * 16807,
             2147483647).
           IF WS-RAND-RANGE = 0
               MOVE 1 TO WS-RAND-RANGE
           END-IF.
           COMPUTE WS-RAND-PICK = FUNCTION MOD(WS-RAND-SEED,
             WS-RAND-RANGE) + 1.

       GENERATE-ELF-MASTER.
           PERFORM LOAD-TEAM-CODES.
           IF WS-VALID-TEAM-COUNT = 0
               DISPLAY "AOC-2022-GEN: control/team-codes.txt not "
                 "available (status " WS-TEA-FS ") - generated elf "
                 "master not written."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALID-TEAM-COUNT TO WS-MASTER-TEAM-COUNT.
           IF WS-GEN-TEAMS < WS-MASTER-TEAM-COUNT
               MOVE WS-GEN-TEAMS TO WS-MASTER-TEAM-COUNT
           END-IF.
           OPEN OUTPUT GEN-MASTER-FILE.
           IF WS-GMS-FS NOT = "00"
               DISPLAY "AOC-2022-GEN: cannot create "
                 WS-GEN-MASTER-FILENAME " (status " WS-GMS-FS ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-ELF-IDX FROM 1 BY 1
             UNTIL WS-ELF-IDX > WS-GEN-ELVES OR WS-ELF-IDX > 9999
               MOVE SPACES TO WS-ELF-MASTER-REC
               MOVE WS-ELF-IDX TO WS-ELF-MST-ID
               STRING "GENERATED ELF " WS-ELF-IDX(4:4)
                 DELIMITED BY SIZE INTO WS-ELF-MST-NAME
               COMPUTE WS-TEAM-NO = FUNCTION MOD(WS-ELF-IDX - 1,
                 WS-MASTER-TEAM-COUNT) + 1
               MOVE WS-VALID-TEAM-CODE(WS-TEAM-NO) TO WS-ELF-MST-TEAM
               MOVE WS-ELF-MASTER-REC TO GEN-MASTER-LINE
               WRITE GEN-MASTER-LINE
           END-PERFORM.
           CLOSE GEN-MASTER-FILE.
           DISPLAY "AOC-2022-GEN: generated elf master written to "
             FUNCTION TRIM(WS-GEN-MASTER-FILENAME)
             " - control/elf-master.txt is unchanged.".

       LOAD-TEAM-CODES.
           MOVE "N" TO WS-TEA-EOF.
           MOVE 0 TO WS-VALID-TEAM-COUNT.
           OPEN INPUT TEAM-FILE.
           IF WS-TEA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-TEA-EOF = "Y"
               READ TEAM-FILE
                 AT END MOVE "Y" TO WS-TEA-EOF
               END-READ
               IF WS-TEA-EOF NOT = "Y" AND TEAM-LINE NOT = SPACES AND
                 WS-VALID-TEAM-COUNT < 50
                   ADD 1 TO WS-VALID-TEAM-COUNT
                   MOVE TEAM-LINE(1:4) TO
                     WS-VALID-TEAM-CODE(WS-VALID-TEAM-COUNT)
               END-IF
           END-PERFORM.
           CLOSE TEAM-FILE.

       GENERATE-DAY1-FEED.
           OPEN OUTPUT DAY1-FEED-FILE.
           IF WS-D1F-FS NOT = "00"
               DISPLAY "AOC-2022-GEN: cannot create "
                 FUNCTION TRIM(WS-DAY1-FEED-FILENAME) " (status "
                 WS-D1F-FS ") - check that the inputs directory "
                 "exists."
               MOVE "Y" TO WS-FEED-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-ELF-IDX FROM 1 BY 1
             UNTIL WS-ELF-IDX > WS-GEN-ELVES
               IF WS-ELF-IDX > 1
                   MOVE SPACES TO DAY1-FEED-LINE
                   WRITE DAY1-FEED-LINE
                   ADD 1 TO WS-EXP-D1-LINES
               END-IF
               IF WS-ELF-IDX = 1
                   MOVE WS-GEN-ITEMS TO WS-ITEM-TARGET
               ELSE
                   MOVE WS-GEN-ITEMS TO WS-RAND-RANGE
                   PERFORM NEXT-RANDOM
                   MOVE WS-RAND-PICK TO WS-ITEM-TARGET
               END-IF
               IF WS-ITEM-TARGET > WS-EXP-D1-MOST-ITEMS
                   MOVE WS-ITEM-TARGET TO WS-EXP-D1-MOST-ITEMS
               END-IF
               MOVE 0 TO WS-ELF-TOTAL
               PERFORM WITH TEST BEFORE VARYING WS-ITEM-IDX FROM 1
                 BY 1 UNTIL WS-ITEM-IDX > WS-ITEM-TARGET
                   PERFORM GENERATE-DAY1-ITEM
               END-PERFORM
               PERFORM RANK-GENERATED-ELF
           END-PERFORM.
           CLOSE DAY1-FEED-FILE.
           COMPUTE WS-EXP-D1-TASK-2 = WS-EXP-D1-TOP(1) +
             WS-EXP-D1-TOP(2) + WS-EXP-D1-TOP(3).
           DISPLAY "AOC-2022-GEN: " FUNCTION TRIM(
             WS-DAY1-FEED-FILENAME) " written - " WS-GEN-ELVES
             " elves, " WS-EXP-D1-LINES " lines.".

       GENERATE-DAY1-ITEM.
           MOVE 100 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           IF WS-RAND-PICK <= WS-GEN-BAD-PCT
               MOVE 9000 TO WS-RAND-RANGE
               PERFORM NEXT-RANDOM
               MOVE WS-RAND-PICK TO WS-CAL-EDIT
               MOVE SPACES TO DAY1-FEED-LINE
               STRING FUNCTION TRIM(WS-CAL-EDIT) "x"
                 DELIMITED BY SIZE INTO DAY1-FEED-LINE
               WRITE DAY1-FEED-LINE
               ADD 1 TO WS-EXP-D1-LINES
               ADD 1 TO WS-EXP-D1-BAD
           END-IF.
           MOVE 69000 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           COMPUTE WS-ITEM-CAL = WS-RAND-PICK + 999.
           ADD WS-ITEM-CAL TO WS-ELF-TOTAL.
           MOVE WS-ITEM-CAL TO WS-CAL-EDIT.
           MOVE 10 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           MOVE SPACES TO DAY1-FEED-LINE.
           MOVE FUNCTION TRIM(WS-CAL-EDIT) TO DAY1-FEED-LINE(1:8).
           MOVE WS-ITEM-NAME(WS-RAND-PICK) TO DAY1-FEED-LINE(10:12).
           WRITE DAY1-FEED-LINE.
           ADD 1 TO WS-EXP-D1-LINES.

       RANK-GENERATED-ELF.
           IF WS-ELF-TOTAL > WS-EXP-D1-TOP(1)
               MOVE WS-EXP-D1-TOP(2) TO WS-EXP-D1-TOP(3)
               MOVE WS-EXP-D1-TOP(1) TO WS-EXP-D1-TOP(2)
               MOVE WS-ELF-TOTAL TO WS-EXP-D1-TOP(1)
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELF-TOTAL > WS-EXP-D1-TOP(2)
               MOVE WS-EXP-D1-TOP(2) TO WS-EXP-D1-TOP(3)
               MOVE WS-ELF-TOTAL TO WS-EXP-D1-TOP(2)
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELF-TOTAL > WS-EXP-D1-TOP(3)
               MOVE WS-ELF-TOTAL TO WS-EXP-D1-TOP(3)
           END-IF.

       GENERATE-DAY3-FEED.
           OPEN OUTPUT DAY3-FEED-FILE.
           IF WS-D3F-FS NOT = "00"
               DISPLAY "AOC-2022-GEN: cannot create "
                 FUNCTION TRIM(WS-DAY3-FEED-FILENAME) " (status "
                 WS-D3F-FS ") - check that the inputs directory "
                 "exists."
               MOVE "Y" TO WS-FEED-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-GEN-GROUPS
               PERFORM GENERATE-DAY3-GROUP
           END-PERFORM.
           CLOSE DAY3-FEED-FILE.
           DISPLAY "AOC-2022-GEN: " FUNCTION TRIM(
             WS-DAY3-FEED-FILENAME) " written - " WS-GEN-GROUPS
             " groups of " WS-GROUP-SIZE ", " WS-EXP-D3-OVERSIZE
             " oversize lines.".

       GENERATE-DAY3-GROUP.
           MOVE 52 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           MOVE WS-RAND-PICK TO WS-BADGE-POS.
           MOVE 0 TO WS-POOL-BASE.
           PERFORM WITH TEST BEFORE VARYING WS-LETTER-IDX FROM 1 BY 1
             UNTIL WS-LETTER-IDX > 52
               IF WS-LETTER-IDX NOT = WS-BADGE-POS
                   ADD 1 TO WS-POOL-BASE
                   MOVE WS-LETTERS(WS-LETTER-IDX:1) TO
                     WS-POOL-LETTER(WS-POOL-BASE)
                   MOVE WS-LETTER-IDX TO
                     WS-POOL-PRIORITY(WS-POOL-BASE)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-GRP-REJECTED.
           PERFORM WITH TEST BEFORE VARYING WS-GRP-LINE FROM 1 BY 1
             UNTIL WS-GRP-LINE > WS-GROUP-SIZE
               PERFORM GENERATE-DAY3-LINE
           END-PERFORM.
           IF WS-GRP-REJECTED = "Y"
               ADD 1 TO WS-EXP-D3-SKIPPED
           ELSE
               IF WS-GROUP-SIZE = 1
                   ADD WS-GRP-LAST-SHARED TO WS-EXP-D3-TASK-2
               ELSE
                   ADD WS-BADGE-POS TO WS-EXP-D3-TASK-2
               END-IF
           END-IF.

       GENERATE-DAY3-LINE.
           IF FUNCTION MOD(WS-GRP-LINE, 2) = 1
               MOVE 0 TO WS-POOL-BASE
           ELSE
               MOVE 25 TO WS-POOL-BASE
           END-IF.
           MOVE 21 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           COMPUTE WS-HALF-LEN = WS-RAND-PICK + 3.
           MOVE 5 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           COMPUTE WS-SHARED-POS = WS-POOL-BASE + 20 + WS-RAND-PICK.
           MOVE SPACES TO WS-D3-LINE.
           MOVE 10 TO WS-RAND-RANGE.
           PERFORM WITH TEST BEFORE VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > WS-HALF-LEN
               PERFORM NEXT-RANDOM
               MOVE WS-POOL-LETTER(WS-POOL-BASE + WS-RAND-PICK) TO
                 WS-D3-LINE(WS-CHAR-IDX:1)
               PERFORM NEXT-RANDOM
               MOVE WS-POOL-LETTER(WS-POOL-BASE + 10 + WS-RAND-PICK)
                 TO WS-D3-LINE(WS-HALF-LEN + WS-CHAR-IDX:1)
           END-PERFORM.
           MOVE WS-HALF-LEN TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           MOVE WS-RAND-PICK TO WS-SLOT-POS.
           MOVE WS-POOL-LETTER(WS-SHARED-POS) TO
             WS-D3-LINE(WS-SLOT-POS:1).
           COMPUTE WS-SLOT-POS = FUNCTION MOD(WS-SLOT-POS,
             WS-HALF-LEN) + 1.
           MOVE WS-LETTERS(WS-BADGE-POS:1) TO
             WS-D3-LINE(WS-SLOT-POS:1).
           PERFORM NEXT-RANDOM.
           MOVE WS-POOL-LETTER(WS-SHARED-POS) TO
             WS-D3-LINE(WS-HALF-LEN + WS-RAND-PICK:1).
           COMPUTE WS-LINE-LEN = WS-HALF-LEN * 2.
           MOVE WS-POOL-PRIORITY(WS-SHARED-POS) TO
             WS-GRP-LAST-SHARED.
           MOVE 100 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           IF WS-RAND-PICK <= WS-GEN-OVERSIZE-PCT
               MOVE 36 TO WS-RAND-RANGE
               PERFORM NEXT-RANDOM
               COMPUTE WS-SLOT-POS = WS-LINE-LEN + 1
               COMPUTE WS-LINE-LEN = 64 + WS-RAND-PICK
               PERFORM WITH TEST BEFORE VARYING WS-CHAR-IDX FROM
                 WS-SLOT-POS BY 1 UNTIL WS-CHAR-IDX > WS-LINE-LEN
                   MOVE WS-POOL-LETTER(WS-POOL-BASE + 1 +
                     FUNCTION MOD(WS-CHAR-IDX, 10)) TO
                     WS-D3-LINE(WS-CHAR-IDX:1)
               END-PERFORM
               MOVE "Y" TO WS-GRP-REJECTED
               ADD 1 TO WS-EXP-D3-OVERSIZE
           ELSE
               ADD WS-GRP-LAST-SHARED TO WS-EXP-D3-TASK-1
           END-IF.
           MOVE WS-D3-LINE TO DAY3-FEED-LINE.
           WRITE DAY3-FEED-LINE.
           ADD 1 TO WS-EXP-D3-LINES.

       GENERATE-DAY4-FEED.
           OPEN OUTPUT DAY4-FEED-FILE.
           IF WS-D4F-FS NOT = "00"
               DISPLAY "AOC-2022-GEN: cannot create "
                 FUNCTION TRIM(WS-DAY4-FEED-FILENAME) " (status "
                 WS-D4F-FS ") - check that the inputs directory "
                 "exists."
               MOVE "Y" TO WS-FEED-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > WS-GEN-PAIRS
               PERFORM GENERATE-DAY4-PAIR
           END-PERFORM.
           CLOSE DAY4-FEED-FILE.
           DISPLAY "AOC-2022-GEN: " FUNCTION TRIM(
             WS-DAY4-FEED-FILENAME) " written - " WS-GEN-PAIRS
             " pairs, " WS-EXP-D4-EXTENDED " extended.".

       GENERATE-DAY4-PAIR.
           MOVE WS-GEN-SECTIONS TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           MOVE WS-RAND-PICK TO WS-SECT(1).
           COMPUTE WS-RAND-RANGE = WS-GEN-SECTIONS - WS-SECT(1) + 1.
           PERFORM NEXT-RANDOM.
           COMPUTE WS-SECT(2) = WS-SECT(1) + WS-RAND-PICK - 1.
           MOVE WS-GEN-SECTIONS TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           MOVE WS-RAND-PICK TO WS-SECT(3).
           COMPUTE WS-RAND-RANGE = WS-GEN-SECTIONS - WS-SECT(3) + 1.
           PERFORM NEXT-RANDOM.
           COMPUTE WS-SECT(4) = WS-SECT(3) + WS-RAND-PICK - 1.
           MOVE WS-SECT(1) TO WS-SECT-EDIT(1).
           MOVE WS-SECT(2) TO WS-SECT-EDIT(2).
           MOVE WS-SECT(3) TO WS-SECT-EDIT(3).
           MOVE WS-SECT(4) TO WS-SECT-EDIT(4).
           MOVE "N" TO WS-PAIR-BAD.
           MOVE "N" TO WS-PAIR-EXTENDED.
           MOVE 100 TO WS-RAND-RANGE.
           PERFORM NEXT-RANDOM.
           IF WS-RAND-PICK <= WS-GEN-BAD-PCT
               MOVE "Y" TO WS-PAIR-BAD
           END-IF.
           PERFORM NEXT-RANDOM.
           IF WS-RAND-PICK <= WS-GEN-EXTENDED-PCT
               MOVE "Y" TO WS-PAIR-EXTENDED
               COMPUTE WS-RAND-RANGE = FUNCTION MIN(WS-GEN-ELVES
                 9999)
               PERFORM NEXT-RANDOM
               MOVE WS-RAND-PICK TO WS-PAIR-ELF-EDIT(1)
               PERFORM NEXT-RANDOM
               MOVE WS-RAND-PICK TO WS-PAIR-ELF-EDIT(2)
           END-IF.
           MOVE SPACES TO WS-D4-LINE.
           MOVE 1 TO WS-D4-PTR.
           IF WS-PAIR-EXTENDED = "Y"
               STRING FUNCTION TRIM(WS-PAIR-ELF-EDIT(1)) ","
                 FUNCTION TRIM(WS-PAIR-ELF-EDIT(2)) ","
                 DELIMITED BY SIZE INTO WS-D4-LINE
                 WITH POINTER WS-D4-PTR
               ADD 1 TO WS-EXP-D4-EXTENDED
           END-IF.
           IF WS-PAIR-BAD = "Y"
               STRING FUNCTION TRIM(WS-SECT-EDIT(1)) "-"
                 FUNCTION TRIM(WS-SECT-EDIT(2)) ","
                 FUNCTION TRIM(WS-SECT-EDIT(3)) "-?"
                 DELIMITED BY SIZE INTO WS-D4-LINE
                 WITH POINTER WS-D4-PTR
               ADD 1 TO WS-EXP-D4-BAD
           ELSE
               STRING FUNCTION TRIM(WS-SECT-EDIT(1)) "-"
                 FUNCTION TRIM(WS-SECT-EDIT(2)) ","
                 FUNCTION TRIM(WS-SECT-EDIT(3)) "-"
                 FUNCTION TRIM(WS-SECT-EDIT(4))
                 DELIMITED BY SIZE INTO WS-D4-LINE
                 WITH POINTER WS-D4-PTR
               PERFORM EXPECT-DAY4-PAIR
           END-IF.
           MOVE WS-D4-LINE TO DAY4-FEED-LINE.
           WRITE DAY4-FEED-LINE.
           ADD 1 TO WS-EXP-D4-LINES.

       EXPECT-DAY4-PAIR.
           IF WS-SECT(2) > WS-EXP-D4-HIGH-SECT
               MOVE WS-SECT(2) TO WS-EXP-D4-HIGH-SECT
           END-IF.
           IF WS-SECT(4) > WS-EXP-D4-HIGH-SECT
               MOVE WS-SECT(4) TO WS-EXP-D4-HIGH-SECT
           END-IF.
           IF (WS-SECT(1) <= WS-SECT(3) AND WS-SECT(2) >= WS-SECT(4))
             OR (WS-SECT(2) <= WS-SECT(4) AND WS-SECT(1) >=
             WS-SECT(3))
               ADD 1 TO WS-EXP-D4-TASK-1
           END-IF.
           IF WS-SECT(1) <= WS-SECT(4) AND WS-SECT(2) >= WS-SECT(3)
               ADD 1 TO WS-EXP-D4-TASK-2
               COMPUTE WS-EXP-D4-CAPACITY = WS-EXP-D4-CAPACITY +
                 FUNCTION MIN(WS-SECT(2) WS-SECT(4)) -
                 FUNCTION MAX(WS-SECT(1) WS-SECT(3)) + 1
           END-IF.

       WRITE-EXPECTED-RESULTS.
           OPEN OUTPUT EXPECTED-FILE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Expected results for generated run " WS-GEN-DATE
             " (seed " WS-START-SEED ")" DELIMITED BY SIZE
             INTO WS-GEN-TEXT.
           PERFORM WRITE-EXPECTED-LINE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Day 1 feed " WS-DAY1-FEED-FILENAME
             DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-EXPECTED-LINE.
           MOVE "Day 1 lines:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-LINES TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 1 elves:" TO WS-CHECK-LABEL.
           MOVE WS-GEN-ELVES TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 1 most items on one elf:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-MOST-ITEMS TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 1 Task 1:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-TOP(1) TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 1 Task 2:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-TASK-2 TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 1 Exceptions:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-BAD TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Day 3 feed " WS-DAY3-FEED-FILENAME
             " group size " WS-GROUP-SIZE DELIMITED BY SIZE
             INTO WS-GEN-TEXT.
           PERFORM WRITE-EXPECTED-LINE.
           MOVE "Day 3 lines:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-LINES TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 3 groups:" TO WS-CHECK-LABEL.
           MOVE WS-GEN-GROUPS TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 3 Task 1:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-TASK-1 TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 3 Task 2:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-TASK-2 TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 3 Rejects:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-OVERSIZE TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 3 Groups skipped:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-SKIPPED TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Day 4 feed " WS-DAY4-FEED-FILENAME
             DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-EXPECTED-LINE.
           MOVE "Day 4 lines:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-LINES TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 4 extended pair records:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-EXTENDED TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 4 Task 1:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-TASK-1 TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 4 Task 2:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-TASK-2 TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 4 Total overlapping capacity:" TO
             WS-CHECK-LABEL.
           MOVE WS-EXP-D4-CAPACITY TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           MOVE "Day 4 Exceptions:" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-BAD TO WS-CHECK-VALUE.
           PERFORM WRITE-EXPECTED-VALUE.
           CLOSE EXPECTED-FILE.

       WRITE-EXPECTED-VALUE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING WS-CHECK-LABEL " " WS-CHECK-VALUE
             DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-EXPECTED-LINE.

       WRITE-EXPECTED-LINE.
           DISPLAY "AOC-2022-GEN: " FUNCTION TRIM(WS-GEN-TEXT).
           MOVE WS-GEN-TEXT TO EXPECTED-LINE.
           WRITE EXPECTED-LINE.

       RUN-CAPACITY-TEST.
           OPEN OUTPUT CAPACITY-FILE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Capacity test for generated run " WS-GEN-DATE
             DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           SET ENVIRONMENT "AOC_RUN_DATE" TO WS-GEN-DATE.
           MOVE 0 TO WS-CHAIN-CS.
           MOVE "AOC-2022-1" TO WS-STEP-PROGRAM.
           PERFORM RUN-CAPACITY-STEP.
           MOVE "Day 1 Task 1" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-TOP(1) TO WS-CHECK-EXPECTED.
           MOVE WS-D1-TASK-1 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "Day 1 Task 2" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-TASK-2 TO WS-CHECK-EXPECTED.
           MOVE WS-D1-TASK-2 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "AOC-2022-3" TO WS-STEP-PROGRAM.
           PERFORM RUN-CAPACITY-STEP.
           MOVE "Day 3 Task 1" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-TASK-1 TO WS-CHECK-EXPECTED.
           MOVE WS-D3-TASK-1 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "Day 3 Task 2" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-TASK-2 TO WS-CHECK-EXPECTED.
           MOVE WS-D3-TASK-2 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "AOC-2022-4" TO WS-STEP-PROGRAM.
           PERFORM RUN-CAPACITY-STEP.
           MOVE "Day 4 Task 1" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-TASK-1 TO WS-CHECK-EXPECTED.
           MOVE WS-D4-TASK-1 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "Day 4 Task 2" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-TASK-2 TO WS-CHECK-EXPECTED.
           MOVE WS-D4-TASK-2 TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           MOVE "Day 4 overlap capacity" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-CAPACITY TO WS-CHECK-EXPECTED.
           MOVE WS-D4-OVERLAP-CAPACITY TO WS-CHECK-ACTUAL.
           PERFORM COMPARE-RESULT.
           COMPUTE WS-ELAPSED-EDIT = WS-CHAIN-CS / 100.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Chain elapsed " FUNCTION TRIM(WS-ELAPSED-EDIT)
             " second(s)" DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           PERFORM CHECK-TABLE-LIMITS.
           MOVE SPACES TO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Result mismatches: " WS-MISMATCH-COUNT
             "  Table limits breached: " WS-TRUNCATION-COUNT
             DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           MOVE SPACES TO WS-GEN-TEXT.
           IF WS-MISMATCH-COUNT = 0 AND WS-TRUNCATION-COUNT = 0
               MOVE "Verdict: WITHIN CAPACITY" TO WS-GEN-TEXT
           ELSE
               MOVE "Verdict: CAPACITY EXCEEDED" TO WS-GEN-TEXT
               IF WS-GEN-RC < 4
                   MOVE 4 TO WS-GEN-RC
               END-IF
           END-IF.
           PERFORM WRITE-CAPACITY-LINE.
           CLOSE CAPACITY-FILE.

       RUN-CAPACITY-STEP.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-STAMP.
           PERFORM STAMP-TO-CENTISECONDS.
           MOVE WS-STAMP-CS TO WS-STEP-START-CS.
           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-STEP-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-STEP-STAMP.
           PERFORM STAMP-TO-CENTISECONDS.
           MOVE WS-STAMP-CS TO WS-STEP-END-CS.
           COMPUTE WS-ELAPSED-CS = WS-STEP-END-CS - WS-STEP-START-CS.
           ADD WS-ELAPSED-CS TO WS-CHAIN-CS.
           COMPUTE WS-ELAPSED-EDIT = WS-ELAPSED-CS / 100.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING "Step " WS-STEP-PROGRAM " rc " WS-STEP-RC
             " elapsed " FUNCTION TRIM(WS-ELAPSED-EDIT)
             " second(s)" DELIMITED BY SIZE INTO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           IF WS-STEP-RC > WS-GEN-RC
               MOVE WS-STEP-RC TO WS-GEN-RC
           END-IF.

       STAMP-TO-CENTISECONDS.
           COMPUTE WS-STAMP-CS = FUNCTION
             INTEGER-OF-DATE(FUNCTION NUMVAL(WS-STEP-STAMP(1:8)))
             * 8640000
             + FUNCTION NUMVAL(WS-STEP-STAMP(9:2)) * 360000
             + FUNCTION NUMVAL(WS-STEP-STAMP(11:2)) * 6000
             + FUNCTION NUMVAL(WS-STEP-STAMP(13:2)) * 100
             + FUNCTION NUMVAL(WS-STEP-STAMP(15:2)).

       COMPARE-RESULT.
           MOVE SPACES TO WS-GEN-TEXT.
           IF WS-CHECK-EXPECTED = WS-CHECK-ACTUAL
               STRING "  " WS-CHECK-LABEL " expected "
                 WS-CHECK-EXPECTED " actual " WS-CHECK-ACTUAL
                 " MATCH" DELIMITED BY SIZE INTO WS-GEN-TEXT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "  " WS-CHECK-LABEL " expected "
                 WS-CHECK-EXPECTED " actual " WS-CHECK-ACTUAL
                 " MISMATCH" DELIMITED BY SIZE INTO WS-GEN-TEXT
           END-IF.
           PERFORM WRITE-CAPACITY-LINE.

       CHECK-TABLE-LIMITS.
           PERFORM COUNT-ELF-MASTER.
           MOVE SPACES TO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           MOVE "Table and field limits:" TO WS-GEN-TEXT.
           PERFORM WRITE-CAPACITY-LINE.
           MOVE "Day 1 feed position counter" TO WS-CHECK-LABEL.
           MOVE WS-GEN-ELVES TO WS-CHECK-VALUE.
           MOVE 9999 TO WS-CHECK-LIMIT.
           MOVE "elf numbers wrap" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 elf master table" TO WS-CHECK-LABEL.
           MOVE WS-MASTER-ROWS TO WS-CHECK-VALUE.
           MOVE 2000 TO WS-CHECK-LIMIT.
           MOVE "master entries skipped" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 items listed per elf" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-MOST-ITEMS TO WS-CHECK-VALUE.
           MOVE 30 TO WS-CHECK-LIMIT.
           MOVE "breakdown lists top 30 only" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 unlisted item counter" TO WS-CHECK-LABEL.
           MOVE 0 TO WS-CHECK-VALUE.
           IF WS-EXP-D1-MOST-ITEMS > 30
               COMPUTE WS-CHECK-VALUE = WS-EXP-D1-MOST-ITEMS - 30
           END-IF.
           MOVE 999 TO WS-CHECK-LIMIT.
           MOVE "item count wraps" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 team standings table" TO WS-CHECK-LABEL.
           MOVE WS-MASTER-TEAMS TO WS-CHECK-VALUE.
           IF WS-GEN-ELVES > WS-MASTER-LOADED
               ADD 1 TO WS-CHECK-VALUE
           END-IF.
           MOVE 20 TO WS-CHECK-LIMIT.
           MOVE "teams dropped from standings" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 line counter" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-LINES TO WS-CHECK-VALUE.
           MOVE 999999 TO WS-CHECK-LIMIT.
           MOVE "line numbers wrap" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 1 Task 1 field" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D1-TOP(1) TO WS-CHECK-VALUE.
           MOVE 99999999 TO WS-CHECK-LIMIT.
           MOVE "result truncated" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 3 line counter" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-LINES TO WS-CHECK-VALUE.
           MOVE 999999 TO WS-CHECK-LIMIT.
           MOVE "line numbers wrap" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 3 priority total field" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D3-TASK-1 TO WS-CHECK-VALUE.
           MOVE 9999999 TO WS-CHECK-LIMIT.
           MOVE "result truncated" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 4 line counter" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-LINES TO WS-CHECK-VALUE.
           MOVE 999999 TO WS-CHECK-LIMIT.
           MOVE "line numbers wrap" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 4 overlap count fields" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-TASK-2 TO WS-CHECK-VALUE.
           MOVE 9999 TO WS-CHECK-LIMIT.
           MOVE "result truncated" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 4 overlap capacity field" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-CAPACITY TO WS-CHECK-VALUE.
           MOVE 999999 TO WS-CHECK-LIMIT.
           MOVE "result truncated" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 4 section tally" TO WS-CHECK-LABEL.
           MOVE WS-EXP-D4-HIGH-SECT TO WS-CHECK-VALUE.
           MOVE 9999 TO WS-CHECK-LIMIT.
           MOVE "sections not tallied" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.
           MOVE "Day 4 booking table" TO WS-CHECK-LABEL.
           COMPUTE WS-CHECK-VALUE = WS-EXP-D4-EXTENDED * 2.
           MOVE 5000 TO WS-CHECK-LIMIT.
           MOVE "double-booking check partial" TO WS-CHECK-NOTE.
           PERFORM CHECK-ONE-LIMIT.

       CHECK-ONE-LIMIT.
           MOVE SPACES TO WS-GEN-TEXT.
           IF WS-CHECK-VALUE > WS-CHECK-LIMIT
               ADD 1 TO WS-TRUNCATION-COUNT
               STRING "  " WS-CHECK-LABEL " " WS-CHECK-VALUE " of "
                 WS-CHECK-LIMIT " TRUNCATED - " WS-CHECK-NOTE
                 DELIMITED BY SIZE INTO WS-GEN-TEXT
           ELSE
               STRING "  " WS-CHECK-LABEL " " WS-CHECK-VALUE " of "
                 WS-CHECK-LIMIT " within limit"
                 DELIMITED BY SIZE INTO WS-GEN-TEXT
           END-IF.
           PERFORM WRITE-CAPACITY-LINE.

       COUNT-ELF-MASTER.
           MOVE 0 TO WS-MASTER-ROWS.
           MOVE 0 TO WS-MASTER-LOADED.
           MOVE 0 TO WS-MASTER-TEAMS.
           MOVE "N" TO WS-ELF-EOF.
           OPEN INPUT ELF-MASTER-FILE.
           IF WS-ELF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-ELF-EOF = "Y"
               READ ELF-MASTER-FILE INTO WS-ELF-MASTER-REC
                 AT END MOVE "Y" TO WS-ELF-EOF
               END-READ
               IF WS-ELF-EOF NOT = "Y"
                   ADD 1 TO WS-MASTER-ROWS
                   IF WS-MASTER-ROWS <= 2000
                       ADD 1 TO WS-MASTER-LOADED
                       PERFORM COUNT-MASTER-TEAM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ELF-MASTER-FILE.

       COUNT-MASTER-TEAM.
           MOVE "N" TO WS-TEAM-SEEN.
           PERFORM WITH TEST BEFORE VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-MASTER-TEAMS OR
             WS-TEAM-SEEN = "Y"
               IF WS-TEAM-CODE(WS-TEAM-IDX) = WS-ELF-MST-TEAM
                   MOVE "Y" TO WS-TEAM-SEEN
               END-IF
           END-PERFORM.
           IF WS-TEAM-SEEN = "N" AND WS-MASTER-TEAMS < 100
               ADD 1 TO WS-MASTER-TEAMS
               MOVE WS-ELF-MST-TEAM TO WS-TEAM-CODE(WS-MASTER-TEAMS)
           END-IF.

       WRITE-CAPACITY-LINE.
           DISPLAY "AOC-2022-GEN: " FUNCTION TRIM(WS-GEN-TEXT).
           MOVE WS-GEN-TEXT TO CAPACITY-LINE.
           WRITE CAPACITY-LINE.
