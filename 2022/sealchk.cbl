       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-SEALCHK.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO "control/run-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-FS.
           SELECT HISTORY-FILE ASSIGN TO
           "control/run-audit-history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FS.
           SELECT SEALCHK-REPORT-FILE ASSIGN TO DYNAMIC
           WS-SEALCHK-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-IN-FILE.
           01 AUDIT-IN-LINE PIC X(300).
           FD HISTORY-FILE.
           01 HISTORY-LINE PIC X(300).
           FD SEALCHK-REPORT-FILE.
           01 SEALCHK-REPORT-LINE PIC X(132).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-AUD-FS PIC X(2) VALUE "00".
         05 WS-AUD-EOF PIC X VALUE "N".
         05 WS-HIST-FS PIC X(2) VALUE "00".
         05 WS-HIST-EOF PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-SEALCHK-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-TODAY-DATE PIC X(8) VALUE SPACES.
         05 WS-CUR-DATE-FIELDS PIC X(21) VALUE SPACES.
         05 WS-ROW-IDX PIC 9(4) VALUE 0.
         05 WS-SCAN-IDX PIC 9(4) VALUE 0.
         05 WS-ARC-IDX PIC 9(4) VALUE 0.
         05 WS-EXPECT-PREV PIC 9(10) VALUE 0.
         05 WS-SEALED-SEEN PIC X VALUE "N".
         05 WS-LINK-OK PIC X VALUE "N".
         05 WS-SUPERSEDED PIC X VALUE "N".
         05 WS-OVERFLOW PIC X VALUE "N".
         05 WS-CUR-PROGRAM PIC X(12) VALUE SPACES.
         05 WS-CUR-RUN-KEY PIC X(8) VALUE SPACES.
         05 WS-SEALED-COUNT PIC 9(4) VALUE 0.
         05 WS-UNSEALED-COUNT PIC 9(4) VALUE 0.
         05 WS-BREAK-COUNT PIC 9(4) VALUE 0.
         05 WS-ALTERED-COUNT PIC 9(4) VALUE 0.
         05 WS-FILE-FAIL-COUNT PIC 9(4) VALUE 0.
         05 WS-FAIL-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-TABLE.
         05 WS-ROW-COUNT PIC 9(4) VALUE 0.
         05 WS-ROW-ENTRY OCCURS 5000.
           10 WS-ROW-TEXT PIC X(300).
       01 WS-ARCHIVE-TABLE.
         05 WS-ARC-COUNT PIC 9(4) VALUE 0.
         05 WS-ARC-SEAL PIC 9(10) OCCURS 5000.
       01 WS-FAIL-WORD PIC X(18) VALUE SPACES.
       01 WS-FAIL-DETAIL PIC X(80) VALUE SPACES.
       01 WS-SEALCHK-TEXT PIC X(130) VALUE SPACES.
       COPY AUDITREC.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY SEALREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS.
           MOVE WS-CUR-DATE-FIELDS(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-AUDIT-ROWS.
           IF WS-AUD-FS NOT = "00"
               DISPLAY "AOC-2022-SEALCHK: control/run-audit.txt "
                 "not available (status " WS-AUD-FS ") - nothing "
                 "to verify."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVED-SEALS.
           STRING "reports/sealchk-" WS-TODAY-DATE ".txt"
             DELIMITED BY SIZE INTO WS-SEALCHK-REPORT-FILENAME.
           OPEN OUTPUT SEALCHK-REPORT-FILE.
           MOVE SPACES TO WS-SEALCHK-TEXT.
           STRING "Audit seal verification of control/run-audit.txt"
             " - " WS-ROW-COUNT " row(s), " WS-ARC-COUNT
             " archived seal(s)" DELIMITED BY SIZE
             INTO WS-SEALCHK-TEXT.
           PERFORM WRITE-SEALCHK-LINE.
           IF WS-OVERFLOW = "Y"
               MOVE SPACES TO WS-SEALCHK-TEXT
               STRING "More than 5000 audit or archived rows - "
                 "compact the audit trail and verify again"
                 DELIMITED BY SIZE INTO WS-SEALCHK-TEXT
               PERFORM WRITE-SEALCHK-LINE
           END-IF.
           MOVE 0 TO WS-EXPECT-PREV.
           MOVE "N" TO WS-SEALED-SEEN.
           PERFORM WITH TEST BEFORE VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM CHECK-ONE-ROW
           END-PERFORM.
           MOVE SPACES TO WS-SEALCHK-TEXT.
           STRING "Rows sealed: " WS-SEALED-COUNT
             "  unsealed (before sealing began): "
             WS-UNSEALED-COUNT DELIMITED BY SIZE
             INTO WS-SEALCHK-TEXT.
           PERFORM WRITE-SEALCHK-LINE.
           MOVE SPACES TO WS-SEALCHK-TEXT.
           STRING "Chain breaks: " WS-BREAK-COUNT
             "  altered rows: " WS-ALTERED-COUNT
             "  changed or missing files: " WS-FILE-FAIL-COUNT
             DELIMITED BY SIZE INTO WS-SEALCHK-TEXT.
           PERFORM WRITE-SEALCHK-LINE.
           MOVE SPACES TO WS-SEALCHK-TEXT.
           IF WS-FAIL-COUNT = 0
               MOVE "Audit trail INTACT" TO WS-SEALCHK-TEXT
           ELSE
               STRING "Audit trail FAILED verification - "
                 WS-FAIL-COUNT " failure(s)" DELIMITED BY SIZE
                 INTO WS-SEALCHK-TEXT
           END-IF.
           PERFORM WRITE-SEALCHK-LINE.
           CLOSE SEALCHK-REPORT-FILE.
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-AUDIT-ROWS.
           MOVE "N" TO WS-AUD-EOF.
           MOVE 0 TO WS-ROW-COUNT.
           OPEN INPUT AUDIT-IN-FILE.
           IF WS-AUD-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-AUD-EOF = "Y"
                   READ AUDIT-IN-FILE
                     AT END MOVE "Y" TO WS-AUD-EOF
                   END-READ
                   IF WS-AUD-EOF NOT = "Y" AND AUDIT-IN-LINE NOT =
                     SPACES
                       IF WS-ROW-COUNT < 5000
                           ADD 1 TO WS-ROW-COUNT
                           MOVE AUDIT-IN-LINE TO
                             WS-ROW-TEXT(WS-ROW-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OVERFLOW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-IN-FILE
           END-IF.

       LOAD-ARCHIVED-SEALS.
           MOVE "N" TO WS-HIST-EOF.
           MOVE 0 TO WS-ARC-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE
                 AT END MOVE "Y" TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF NOT = "Y"
                   MOVE HISTORY-LINE TO WS-AUDIT-REC
                   IF WS-AUD-SEAL IS NUMERIC
                       IF WS-ARC-COUNT < 5000
                           ADD 1 TO WS-ARC-COUNT
                           MOVE WS-AUD-SEAL TO
                             WS-ARC-SEAL(WS-ARC-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OVERFLOW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

       CHECK-ONE-ROW.
           MOVE WS-ROW-TEXT(WS-ROW-IDX) TO WS-AUDIT-REC.
           IF WS-AUD-PREV-SEAL IS NOT NUMERIC OR
             WS-AUD-REPORT-SUM IS NOT NUMERIC OR
             WS-AUD-EXCEPT-SUM IS NOT NUMERIC OR
             WS-AUD-SEAL IS NOT NUMERIC
               ADD 1 TO WS-UNSEALED-COUNT
               MOVE 0 TO WS-EXPECT-PREV
               IF WS-SEALED-SEEN = "Y"
                   ADD 1 TO WS-ALTERED-COUNT
                   MOVE "UNSEALED" TO WS-FAIL-WORD
                   MOVE "row carries no seal after sealing began"
                     TO WS-FAIL-DETAIL
                   PERFORM REPORT-FAILURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEALED-COUNT.
           MOVE "Y" TO WS-SEALED-SEEN.
           PERFORM CHECK-CHAIN-LINK.
           MOVE "VERIFY" TO WS-SEAL-FUNCTION.
           MOVE WS-AUDIT-REC TO WS-SEAL-ROW.
           CALL "AOC-2022-SEAL" USING WS-SEAL-REQUEST.
           IF WS-SEAL-RC = 8 OR WS-SEAL-VALUE NOT = WS-AUD-SEAL
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "ROW ALTERED" TO WS-FAIL-WORD
               MOVE "row contents no longer match its seal" TO
                 WS-FAIL-DETAIL
               PERFORM REPORT-FAILURE
           END-IF.
           IF WS-AUD-STATUS = "COMPLETE"
               PERFORM CHECK-PRODUCED-FILES
           END-IF.
           MOVE WS-AUD-SEAL TO WS-EXPECT-PREV.

       CHECK-CHAIN-LINK.
           IF WS-AUD-PREV-SEAL = WS-EXPECT-PREV
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LINK-OK.
           PERFORM WITH TEST BEFORE VARYING WS-ARC-IDX FROM 1 BY 1
             UNTIL WS-ARC-IDX > WS-ARC-COUNT OR WS-LINK-OK = "Y"
               IF WS-ARC-SEAL(WS-ARC-IDX) = WS-AUD-PREV-SEAL
                   MOVE "Y" TO WS-LINK-OK
               END-IF
           END-PERFORM.
           IF WS-LINK-OK = "N"
               ADD 1 TO WS-BREAK-COUNT
               MOVE "CHAIN BREAK" TO WS-FAIL-WORD
               MOVE SPACES TO WS-FAIL-DETAIL
               STRING "previous seal " WS-AUD-PREV-SEAL
                 " does not follow " WS-EXPECT-PREV
                 DELIMITED BY SIZE INTO WS-FAIL-DETAIL
               PERFORM REPORT-FAILURE
           END-IF.

       CHECK-PRODUCED-FILES.
           PERFORM FIND-LATER-RUN.
           IF WS-SUPERSEDED = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUD-REPORT-FILE NOT = SPACES AND
             WS-SEAL-REPORT-SUM NOT = WS-AUD-REPORT-SUM
               ADD 1 TO WS-FILE-FAIL-COUNT
               MOVE SPACES TO WS-FAIL-DETAIL
               IF WS-SEAL-REPORT-SUM = 0
                   MOVE "REPORT MISSING" TO WS-FAIL-WORD
                   STRING WS-AUD-REPORT-FILE DELIMITED BY " "
                     " not found" DELIMITED BY SIZE
                     INTO WS-FAIL-DETAIL
               ELSE
                   MOVE "REPORT CHANGED" TO WS-FAIL-WORD
                   STRING WS-AUD-REPORT-FILE DELIMITED BY " "
                     " differs from the sealed run"
                     DELIMITED BY SIZE INTO WS-FAIL-DETAIL
               END-IF
               PERFORM REPORT-FAILURE
           END-IF.
           IF WS-AUD-EXCEPTION-FILE NOT = SPACES AND
             WS-SEAL-EXCEPT-SUM NOT = WS-AUD-EXCEPT-SUM
               ADD 1 TO WS-FILE-FAIL-COUNT
               MOVE SPACES TO WS-FAIL-DETAIL
               IF WS-SEAL-EXCEPT-SUM = 0
                   MOVE "EXCEPTIONS MISSING" TO WS-FAIL-WORD
                   STRING WS-AUD-EXCEPTION-FILE DELIMITED BY " "
                     " not found" DELIMITED BY SIZE
                     INTO WS-FAIL-DETAIL
               ELSE
                   MOVE "EXCEPTIONS CHANGED" TO WS-FAIL-WORD
                   STRING WS-AUD-EXCEPTION-FILE DELIMITED BY " "
                     " differs from the sealed run"
                     DELIMITED BY SIZE INTO WS-FAIL-DETAIL
               END-IF
               PERFORM REPORT-FAILURE
           END-IF.

       FIND-LATER-RUN.
           MOVE "N" TO WS-SUPERSEDED.
           MOVE WS-AUD-PROGRAM TO WS-CUR-PROGRAM.
           MOVE WS-AUD-RUN-KEY TO WS-CUR-RUN-KEY.
           COMPUTE WS-SCAN-IDX = WS-ROW-IDX + 1.
           PERFORM WITH TEST BEFORE VARYING WS-SCAN-IDX FROM
             WS-SCAN-IDX BY 1 UNTIL WS-SCAN-IDX > WS-ROW-COUNT OR
             WS-SUPERSEDED = "Y"
               MOVE WS-ROW-TEXT(WS-SCAN-IDX) TO WS-AUDIT-REC
               IF WS-AUD-RUN-KEY = WS-CUR-RUN-KEY AND
                 ((WS-AUD-PROGRAM = WS-CUR-PROGRAM AND
                 WS-AUD-STATUS = "COMPLETE") OR
                 WS-AUD-STATUS = "RESTORED")
                   MOVE "Y" TO WS-SUPERSEDED
               END-IF
           END-PERFORM.
           MOVE WS-ROW-TEXT(WS-ROW-IDX) TO WS-AUDIT-REC.

       REPORT-FAILURE.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE SPACES TO WS-SEALCHK-TEXT.
           STRING WS-FAIL-WORD DELIMITED BY "  "
             ": row " WS-ROW-IDX " " WS-AUD-PROGRAM " run "
             WS-AUD-RUN-KEY " - " DELIMITED BY SIZE
             WS-FAIL-DETAIL DELIMITED BY "  "
             INTO WS-SEALCHK-TEXT.
           PERFORM WRITE-SEALCHK-LINE.
           MOVE "CRIT" TO WS-ALR-SEVERITY.
           MOVE SPACES TO WS-ALR-TEXT.
           STRING "audit seal " DELIMITED BY SIZE
             WS-FAIL-WORD DELIMITED BY "  "
             " at row " WS-ROW-IDX " for " DELIMITED BY SIZE
             WS-AUD-PROGRAM DELIMITED BY " "
             INTO WS-ALR-TEXT.
           PERFORM WRITE-ALERT.

       WRITE-SEALCHK-LINE.
           DISPLAY "AOC-2022-SEALCHK: " FUNCTION
             TRIM(WS-SEALCHK-TEXT).
           MOVE WS-SEALCHK-TEXT TO SEALCHK-REPORT-LINE.
           WRITE SEALCHK-REPORT-LINE.

       WRITE-ALERT.
           MOVE "AOC-2022-SEALCHK" TO WS-ALR-PROGRAM.
           MOVE WS-AUD-RUN-KEY TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-SEALCHK" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-SEALCHK: alert not recorded - "
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
