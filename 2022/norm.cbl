       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-NORM.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO
           "control/supplier-profiles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRF-FS.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC
           WS-INBOUND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INB-FS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FS.
           SELECT NORM-REPORT-FILE ASSIGN TO DYNAMIC
           WS-NORM-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD PROFILE-FILE.
           01 PROFILE-LINE PIC X(40).
           FD INBOUND-FILE.
           01 INBOUND-LINE PIC X(80).
           01 INBOUND-HEADER REDEFINES INBOUND-LINE.
             05 INB-HDR-TYPE PIC X(1).
             05 FILLER PIC X(1).
             05 INB-HDR-SUPPLIER PIC X(8).
             05 FILLER PIC X(1).
             05 INB-HDR-RUN-DATE PIC X(8).
             05 FILLER PIC X(61).
           01 INBOUND-DETAIL REDEFINES INBOUND-LINE.
             05 INB-DTL-TYPE PIC X(1).
             05 FILLER PIC X(1).
             05 INB-DTL-ELF-ID PIC X(6).
             05 FILLER PIC X(1).
             05 INB-DTL-CALORIES PIC X(8).
             05 FILLER PIC X(1).
             05 INB-DTL-ITEM PIC X(31).
             05 FILLER PIC X(31).
           01 INBOUND-TRAILER REDEFINES INBOUND-LINE.
             05 INB-TRL-TYPE PIC X(1).
             05 FILLER PIC X(1).
             05 INB-TRL-COUNT PIC X(6).
             05 FILLER PIC X(1).
             05 INB-TRL-TOTAL PIC X(10).
             05 FILLER PIC X(61).
           FD FEED-FILE.
           01 FEED-LINE PIC X(40).
           FD NORM-REPORT-FILE.
           01 NORM-REPORT-LINE PIC X(100).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-SUPPLIER PIC X(8) VALUE SPACES.
         05 WS-FORMAT PIC X(8) VALUE SPACES.
         05 WS-PRF-FS PIC X(2) VALUE "00".
         05 WS-PRF-EOF PIC X VALUE "N".
         05 WS-INB-FS PIC X(2) VALUE "00".
         05 WS-INB-EOF PIC X VALUE "N".
         05 WS-FEED-FS PIC X(2) VALUE "00".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-INBOUND-FILENAME PIC X(44) VALUE SPACES.
         05 WS-FEED-FILENAME PIC X(40) VALUE SPACES.
         05 WS-NORM-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-LINES-READ PIC 9(6) VALUE 0.
         05 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
         05 WS-CALORIE-TOTAL PIC 9(10) VALUE 0.
         05 WS-HEADER-SEEN PIC X VALUE "N".
         05 WS-TRAILER-SEEN PIC X VALUE "N".
         05 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
         05 WS-TRAILER-TOTAL PIC 9(10) VALUE 0.
         05 WS-REJECTED PIC X VALUE "N".
         05 WS-BAD-LINES PIC 9(6) VALUE 0.
         05 WS-MAX-ELF PIC 9(4) VALUE 0.
         05 WS-ELF-IDX PIC 9(5) VALUE 0.
         05 WS-ELF-GROUPS PIC 9(6) VALUE 0.
         05 WS-ENTRY-IDX PIC 9(5) VALUE 0.
         05 WS-LINES-WRITTEN PIC 9(6) VALUE 0.
         05 WS-ELF-ID-RAW PIC X(10) VALUE SPACES.
         05 WS-CALORIES-RAW PIC X(10) VALUE SPACES.
         05 WS-ITEM-RAW PIC X(31) VALUE SPACES.
         05 WS-CSV-REST PIC X(40) VALUE SPACES.
         05 WS-ELF-ID-VALUE PIC 9(4) VALUE 0.
         05 WS-CALORIES-VALUE PIC 9(8) VALUE 0.
         05 WS-CALORIES-EDIT PIC Z(7)9.
         05 WS-COUNT-EDIT PIC Z(5)9.
         05 WS-TOTAL-EDIT PIC Z(9)9.
         05 WS-ALT-COUNT-EDIT PIC Z(5)9.
         05 WS-ALT-TOTAL-EDIT PIC Z(9)9.
       01 WS-PROFILE-PARSE.
         05 WS-PRF-SUPPLIER PIC X(8).
         05 WS-PRF-FORMAT PIC X(8).
         05 WS-PRF-REST PIC X(24).
       01 WS-CONVERTED-TABLE.
         05 WS-CONV-COUNT PIC 9(5) VALUE 0.
         05 WS-CONV-ENTRY OCCURS 9999.
           10 WS-CONV-ELF-ID PIC 9(4).
           10 WS-CONV-CALORIES PIC 9(8).
           10 WS-CONV-ITEM PIC X(31).
       01 WS-FEED-DETAIL.
         05 WS-FDT-CALORIES PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-FDT-ITEM PIC X(31).
       01 WS-NORM-TEXT PIC X(100) VALUE SPACES.
       COPY ALERTREC.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           ACCEPT WS-SUPPLIER FROM ENVIRONMENT "AOC_SUPPLIER".
           IF WS-RUN-DATE = SPACES OR WS-SUPPLIER = SPACES
               DISPLAY "AOC-2022-NORM: AOC_RUN_DATE and AOC_SUPPLIER "
                 "must be set."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SUPPLIER) TO WS-SUPPLIER.
           STRING "reports/norm-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-NORM-REPORT-FILENAME.
           STRING "inputs/day1-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-FEED-FILENAME.
           MOVE SPACES TO WS-ALR-TEXT.
           OPEN OUTPUT NORM-REPORT-FILE.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "Day 1 feed normalisation for supplier "
             DELIMITED BY SIZE
             WS-SUPPLIER DELIMITED BY SPACE
             " run date " WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           PERFORM LOAD-SUPPLIER-PROFILE.
           IF WS-FORMAT = SPACES
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: no profile for supplier "
                 DELIMITED BY SIZE
                 WS-SUPPLIER DELIMITED BY SPACE
                 " in control/supplier-profiles.txt"
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM WRITE-NORM-LINE
               MOVE SPACES TO WS-ALR-TEXT
               STRING "day 1 feed from " DELIMITED BY SIZE
                 WS-SUPPLIER DELIMITED BY SPACE
                 " rejected - no supplier profile"
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM REJECT-FEED
               GOBACK
           END-IF.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "Supplier profile format: " WS-FORMAT
             DELIMITED BY SIZE INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           MOVE SPACES TO WS-INBOUND-FILENAME.
           STRING "inbound/" DELIMITED BY SIZE
             WS-SUPPLIER DELIMITED BY SPACE
             "-day1-" WS-RUN-DATE ".txt" DELIMITED BY SIZE
             INTO WS-INBOUND-FILENAME.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-FS = "00"
               CLOSE FEED-FILE
               MOVE SPACES TO WS-NORM-TEXT
               STRING WS-FEED-FILENAME DELIMITED BY SPACE
                 " is already on hand - not overwritten"
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM WRITE-NORM-LINE
               CLOSE NORM-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INBOUND-FILE.
           IF WS-INB-FS NOT = "00"
               MOVE SPACES TO WS-NORM-TEXT
               STRING WS-INBOUND-FILENAME DELIMITED BY SPACE
                 " not on hand (status " WS-INB-FS ")"
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM WRITE-NORM-LINE
               CLOSE NORM-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-INB-EOF = "Y"
               READ INBOUND-FILE
                 AT END MOVE "Y" TO WS-INB-EOF
               END-READ
               IF WS-INB-EOF NOT = "Y" AND INBOUND-LINE NOT = SPACES
                   ADD 1 TO WS-LINES-READ
                   IF WS-FORMAT = "CSV"
                       PERFORM CONVERT-CSV-LINE
                   ELSE
                       PERFORM CONVERT-FIXED-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INBOUND-FILE.
           PERFORM RECONCILE-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CALORIE-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-LINES-READ TO WS-ALT-COUNT-EDIT.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "Lines read: " FUNCTION TRIM(WS-ALT-COUNT-EDIT)
             "  Detail records converted: "
             FUNCTION TRIM(WS-COUNT-EDIT)
             "  Calories: " FUNCTION TRIM(WS-TOTAL-EDIT)
             DELIMITED BY SIZE INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           IF WS-REJECTED = "Y"
               PERFORM REJECT-FEED
               GOBACK
           END-IF.
           PERFORM WRITE-STANDARD-FEED.
           MOVE WS-LINES-WRITTEN TO WS-COUNT-EDIT.
           MOVE WS-ELF-GROUPS TO WS-ALT-COUNT-EDIT.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "ACCEPTED: " DELIMITED BY SIZE
             WS-FEED-FILENAME DELIMITED BY SPACE
             " written with " FUNCTION TRIM(WS-COUNT-EDIT)
             " line(s) for " FUNCTION TRIM(WS-ALT-COUNT-EDIT)
             " elf/elves" DELIMITED BY SIZE INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           CLOSE NORM-REPORT-FILE.
           GOBACK.

       LOAD-SUPPLIER-PROFILE.
           MOVE "N" TO WS-PRF-EOF.
           OPEN INPUT PROFILE-FILE.
           IF WS-PRF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-PRF-EOF = "Y"
               READ PROFILE-FILE
                 AT END MOVE "Y" TO WS-PRF-EOF
               END-READ
               IF WS-PRF-EOF NOT = "Y" AND PROFILE-LINE NOT = SPACES
                   MOVE SPACES TO WS-PROFILE-PARSE
                   UNSTRING PROFILE-LINE DELIMITED BY ALL " "
                     INTO WS-PRF-SUPPLIER WS-PRF-FORMAT WS-PRF-REST
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-PRF-SUPPLIER) TO
                     WS-PRF-SUPPLIER
                   MOVE FUNCTION UPPER-CASE(WS-PRF-FORMAT) TO
                     WS-PRF-FORMAT
                   IF WS-PRF-SUPPLIER = WS-SUPPLIER AND
                     (WS-PRF-FORMAT = "CSV" OR WS-PRF-FORMAT = "FIXED")
                       MOVE WS-PRF-FORMAT TO WS-FORMAT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PROFILE-FILE.

       CONVERT-CSV-LINE.
           MOVE SPACES TO WS-ELF-ID-RAW WS-CALORIES-RAW WS-ITEM-RAW
             WS-CSV-REST.
           UNSTRING INBOUND-LINE DELIMITED BY ","
             INTO WS-ELF-ID-RAW WS-CALORIES-RAW WS-ITEM-RAW
             WS-CSV-REST
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-ELF-ID-RAW) = "T"
               PERFORM RECORD-CSV-TRAILER
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAILER-SEEN = "Y"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: record after trailer at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-ITEM-RAW) TO WS-ITEM-RAW.
           PERFORM STORE-DETAIL.

       RECORD-CSV-TRAILER.
           IF WS-TRAILER-SEEN = "Y"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: second trailer at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-TRAILER-SEEN.
           PERFORM CHECK-TRAILER-VALUES.

       CONVERT-FIXED-LINE.
           IF WS-TRAILER-SEEN = "Y"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: record after trailer at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF INB-HDR-TYPE = "H"
               PERFORM CHECK-FIXED-HEADER
               EXIT PARAGRAPH
           END-IF.
           IF WS-HEADER-SEEN NOT = "Y"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: no header record before line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               MOVE "Y" TO WS-HEADER-SEEN
               EXIT PARAGRAPH
           END-IF.
           IF INB-TRL-TYPE = "T"
               MOVE "Y" TO WS-TRAILER-SEEN
               MOVE INB-TRL-COUNT TO WS-CALORIES-RAW
               MOVE INB-TRL-TOTAL TO WS-ITEM-RAW
               PERFORM CHECK-TRAILER-VALUES
               EXIT PARAGRAPH
           END-IF.
           IF INB-DTL-TYPE NOT = "D"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: unknown record type at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE INB-DTL-ELF-ID TO WS-ELF-ID-RAW.
           MOVE INB-DTL-CALORIES TO WS-CALORIES-RAW.
           MOVE INB-DTL-ITEM TO WS-ITEM-RAW.
           PERFORM STORE-DETAIL.

       CHECK-FIXED-HEADER.
           IF WS-HEADER-SEEN = "Y"
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: second header at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-HEADER-SEEN.
           IF FUNCTION UPPER-CASE(INB-HDR-SUPPLIER) NOT = WS-SUPPLIER
             OR INB-HDR-RUN-DATE NOT = WS-RUN-DATE
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: header names supplier "
                 INB-HDR-SUPPLIER " date " INB-HDR-RUN-DATE
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
           END-IF.

       CHECK-TRAILER-VALUES.
           MOVE FUNCTION TEST-NUMVAL(WS-CALORIES-RAW) TO WS-NUM-CHECK.
           IF WS-CALORIES-RAW = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: trailer count is not numeric at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CALORIES-RAW) TO WS-TRAILER-COUNT.
           MOVE FUNCTION TEST-NUMVAL(WS-ITEM-RAW) TO WS-NUM-CHECK.
           IF WS-ITEM-RAW = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: trailer total is not numeric at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ITEM-RAW) TO WS-TRAILER-TOTAL.

       STORE-DETAIL.
           MOVE FUNCTION TEST-NUMVAL(WS-ELF-ID-RAW) TO WS-NUM-CHECK.
           IF WS-ELF-ID-RAW = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: invalid elf id at line "
                 WS-LINES-READ ": " WS-ELF-ID-RAW
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-ELF-ID-RAW) < 1 OR
             FUNCTION NUMVAL(WS-ELF-ID-RAW) > 9999
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: elf id out of range at line "
                 WS-LINES-READ ": " WS-ELF-ID-RAW
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ELF-ID-RAW) TO WS-ELF-ID-VALUE.
           MOVE FUNCTION TEST-NUMVAL(WS-CALORIES-RAW) TO WS-NUM-CHECK.
           IF WS-CALORIES-RAW = SPACES OR WS-NUM-CHECK NOT = 0
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: invalid calories at line "
                 WS-LINES-READ ": " WS-CALORIES-RAW
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-CALORIES-RAW) < 0 OR
             FUNCTION NUMVAL(WS-CALORIES-RAW) > 99999999
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: calories out of range at line "
                 WS-LINES-READ ": " WS-CALORIES-RAW
                 DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CALORIES-RAW) TO WS-CALORIES-VALUE.
           IF WS-CONV-COUNT >= 9999
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: more than 9999 detail records at line "
                 WS-LINES-READ DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONV-COUNT.
           MOVE WS-ELF-ID-VALUE TO WS-CONV-ELF-ID(WS-CONV-COUNT).
           MOVE WS-CALORIES-VALUE TO WS-CONV-CALORIES(WS-CONV-COUNT).
           MOVE WS-ITEM-RAW TO WS-CONV-ITEM(WS-CONV-COUNT).
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CALORIES-VALUE TO WS-CALORIE-TOTAL.
           IF WS-ELF-ID-VALUE > WS-MAX-ELF
               MOVE WS-ELF-ID-VALUE TO WS-MAX-ELF
           END-IF.

       FLAG-BAD-LINE.
           MOVE "Y" TO WS-REJECTED.
           ADD 1 TO WS-BAD-LINES.
           PERFORM WRITE-NORM-LINE.

       RECONCILE-TRAILER.
           IF WS-FORMAT = "FIXED" AND WS-HEADER-SEEN NOT = "Y"
               MOVE "REJECTED: fixed-width feed has no header record"
                 TO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
           END-IF.
           IF WS-TRAILER-SEEN NOT = "Y"
               IF WS-FORMAT = "FIXED"
                   MOVE
                     "REJECTED: fixed-width feed has no trailer record"
                     TO WS-NORM-TEXT
                   PERFORM FLAG-BAD-LINE
               ELSE
                   MOVE "No trailer supplied - counts not reconciled"
                     TO WS-NORM-TEXT
                   PERFORM WRITE-NORM-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRAILER-COUNT TO WS-ALT-COUNT-EDIT.
           MOVE WS-TRAILER-TOTAL TO WS-ALT-TOTAL-EDIT.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "Trailer declares " FUNCTION TRIM(WS-ALT-COUNT-EDIT)
             " record(s) totalling " FUNCTION TRIM(WS-ALT-TOTAL-EDIT)
             " calories" DELIMITED BY SIZE INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-CALORIE-TOTAL TO WS-TOTAL-EDIT.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: trailer count "
                 FUNCTION TRIM(WS-ALT-COUNT-EDIT)
                 " does not agree with " FUNCTION TRIM(WS-COUNT-EDIT)
                 " converted" DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
           END-IF.
           IF WS-TRAILER-TOTAL NOT = WS-CALORIE-TOTAL
               MOVE SPACES TO WS-NORM-TEXT
               STRING "REJECTED: trailer calorie total "
                 FUNCTION TRIM(WS-ALT-TOTAL-EDIT)
                 " does not agree with " FUNCTION TRIM(WS-TOTAL-EDIT)
                 " converted" DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM FLAG-BAD-LINE
           END-IF.

       REJECT-FEED.
           MOVE SPACES TO WS-NORM-TEXT.
           STRING "Feed rejected - " DELIMITED BY SIZE
             WS-FEED-FILENAME DELIMITED BY SPACE
             " not written" DELIMITED BY SIZE INTO WS-NORM-TEXT.
           PERFORM WRITE-NORM-LINE.
           CLOSE NORM-REPORT-FILE.
           IF WS-ALR-TEXT = SPACES
               MOVE WS-BAD-LINES TO WS-COUNT-EDIT
               STRING "day 1 feed from " DELIMITED BY SIZE
                 WS-SUPPLIER DELIMITED BY SPACE
                 " rejected - " FUNCTION TRIM(WS-COUNT-EDIT)
                 " problem(s)" DELIMITED BY SIZE INTO WS-ALR-TEXT
           END-IF.
           MOVE "CRIT" TO WS-ALR-SEVERITY.
           PERFORM WRITE-ALERT.
           MOVE 8 TO RETURN-CODE.

       WRITE-STANDARD-FEED.
           OPEN OUTPUT FEED-FILE.
           PERFORM WITH TEST BEFORE VARYING WS-ELF-IDX FROM 1 BY 1
             UNTIL WS-ELF-IDX > WS-MAX-ELF
               IF WS-ELF-IDX > 1
                   MOVE SPACES TO FEED-LINE
                   WRITE FEED-LINE
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
               ADD 1 TO WS-ELF-GROUPS
               PERFORM WITH TEST BEFORE VARYING WS-ENTRY-IDX FROM 1
                 BY 1 UNTIL WS-ENTRY-IDX > WS-CONV-COUNT
                   IF WS-CONV-ELF-ID(WS-ENTRY-IDX) = WS-ELF-IDX
                       PERFORM WRITE-FEED-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE FEED-FILE.

       WRITE-FEED-DETAIL.
           MOVE WS-CONV-CALORIES(WS-ENTRY-IDX) TO WS-CALORIES-EDIT.
           MOVE FUNCTION TRIM(WS-CALORIES-EDIT) TO WS-FDT-CALORIES.
           MOVE WS-CONV-ITEM(WS-ENTRY-IDX) TO WS-FDT-ITEM.
           MOVE WS-FEED-DETAIL TO FEED-LINE.
           WRITE FEED-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-NORM-LINE.
           DISPLAY "AOC-2022-NORM: " FUNCTION TRIM(WS-NORM-TEXT).
           MOVE WS-NORM-TEXT TO NORM-REPORT-LINE.
           WRITE NORM-REPORT-LINE.

       WRITE-ALERT.
           MOVE "AOC-2022-NORM" TO WS-ALR-PROGRAM.
           MOVE WS-RUN-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-NORM" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-NORM: alert not recorded - "
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
