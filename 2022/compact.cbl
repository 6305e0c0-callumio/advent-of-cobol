       DATA DIVISION.
       FILE SECTION.
           FD WORK-FILE.
           01 WORK-LINE PIC X(300).
           FD HISTORY-FILE.
           01 HISTORY-LINE PIC X(300).
           FD COMPACT-REPORT-FILE.
           01 COMPACT-REPORT-LINE PIC X(110).
       WORKING-STORAGE SECTION.
         05 WS-ARCHIVED-COUNT PIC 9(4) VALUE 0.
         05 WS-TOTAL-ARCHIVED PIC 9(6) VALUE 0.
         05 WS-OVERFLOWED PIC X VALUE "N".
         05 WS-LOCK-REFUSED PIC X VALUE "N".
       01 WS-FILE-LIST.
         05 WS-FILE-ENTRY OCCURS 5.
           10 WS-FIL-NAME PIC X(40).
           10 WS-FIL-HISTORY PIC X(40).
           10 WS-FIL-KEY-PARTS PIC 9(1).
           10 WS-FIL-LOCK PIC X(8).
       01 WS-KEY-PARSE.
         05 WS-KEY-TOKEN-1 PIC X(14).
         05 WS-KEY-TOKEN-2 PIC X(14).
       01 WS-ROW-TABLE.
         05 WS-ROW-COUNT PIC 9(4) VALUE 0.
         05 WS-ROW-ENTRY OCCURS 5000.
           10 WS-ROW-TEXT PIC X(300).
           10 WS-ROW-KEY PIC X(28).
           10 WS-ROW-KEEP PIC X.
       01 WS-COMPACT-TEXT PIC X(100) VALUE SPACES.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "control/run-control.txt" TO WS-FIL-NAME(1).
           MOVE "control/run-control-history.txt" TO
             WS-FIL-HISTORY(1).
           MOVE 2 TO WS-FIL-KEY-PARTS(1).
           MOVE "RUNCTL" TO WS-FIL-LOCK(1).
           MOVE "control/step-status.txt" TO WS-FIL-NAME(2).
           MOVE "control/step-status-history.txt" TO
             WS-FIL-HISTORY(2).
           MOVE 2 TO WS-FIL-KEY-PARTS(2).
           MOVE "STEPST" TO WS-FIL-LOCK(2).
           MOVE "control/gate-status.txt" TO WS-FIL-NAME(3).
           MOVE "control/gate-status-history.txt" TO
             WS-FIL-HISTORY(3).
           MOVE 1 TO WS-FIL-KEY-PARTS(3).
           MOVE SPACES TO WS-FIL-LOCK(3).
           MOVE "control/run-audit.txt" TO WS-FIL-NAME(4).
           MOVE "control/run-audit-history.txt" TO
             WS-FIL-HISTORY(4).
           MOVE 2 TO WS-FIL-KEY-PARTS(4).
           MOVE "RUNAUDIT" TO WS-FIL-LOCK(4).
           MOVE "control/elf-history.txt" TO WS-FIL-NAME(5).
           MOVE "control/elf-history-superseded.txt" TO
             WS-FIL-HISTORY(5).
           MOVE 2 TO WS-FIL-KEY-PARTS(5).
           MOVE "ELFHIST" TO WS-FIL-LOCK(5).
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS.
           MOVE WS-CUR-DATE-FIELDS(1:8) TO WS-TODAY-DATE.
           MOVE WS-CUR-DATE-FIELDS(1:14) TO WS-TIMESTAMP.
             INTO WS-COMPACT-TEXT.
           PERFORM WRITE-COMPACT-LINE.
           CLOSE COMPACT-REPORT-FILE.
           IF WS-LOCK-REFUSED = "Y"
               MOVE 20 TO RETURN-CODE
           END-IF.
           GOBACK.

       COMPACT-ONE-FILE.
           MOVE WS-FIL-NAME(WS-FILE-IDX) TO WS-WORK-FILENAME.
           MOVE WS-FIL-HISTORY(WS-FILE-IDX) TO WS-HISTORY-FILENAME.
           MOVE WS-FIL-KEY-PARTS(WS-FILE-IDX) TO WS-KEY-PARTS.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE WS-FIL-LOCK(WS-FILE-IDX) TO WS-LCK-RESOURCE(1).
           MOVE "AOC-2022-COMPACT" TO WS-LCK-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-LCK-RUN-KEY.
           IF WS-LCK-RESOURCE(1) NOT = SPACES
               MOVE "ACQUIRE" TO WS-LCK-FUNCTION
               MOVE RETURN-CODE TO WS-LCK-CALLER-RC
               CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST
               IF WS-LCK-RC NOT = 0
                   MOVE "Y" TO WS-LOCK-REFUSED
                   MOVE SPACES TO WS-COMPACT-TEXT
                   STRING WS-WORK-FILENAME DELIMITED BY SPACE
                     " is locked by " WS-LCK-HOLDER DELIMITED BY SIZE
                     INTO WS-COMPACT-TEXT
                   PERFORM WRITE-COMPACT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM LOAD-WORK-ROWS.
           IF WS-WORK-FS NOT = "00"
               MOVE SPACES TO WS-COMPACT-TEXT
                   PERFORM WRITE-COMPACT-LINE
               END-IF
           END-IF.
           IF WS-LCK-RESOURCE(1) NOT = SPACES
               MOVE "RELEASE" TO WS-LCK-FUNCTION
               MOVE RETURN-CODE TO WS-LCK-CALLER-RC
               CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST
           END-IF.

       LOAD-WORK-ROWS.
           MOVE 0 TO WS-ROW-COUNT.
