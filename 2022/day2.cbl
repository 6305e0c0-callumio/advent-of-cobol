       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-2.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FS.
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
           WS-EXCEPTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "control/run-control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-FS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "control/run-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FS.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD INPUT-FILE.
           01 INPUT-STRING PIC X(40).
           01 INPUT-ROUND REDEFINES INPUT-STRING.
             05 INPUT-RND-OPPONENT PIC X(1).
             05 INPUT-RND-GAP PIC X(1).
             05 INPUT-RND-RESPONSE PIC X(1).
             05 INPUT-RND-REST PIC X(37).
           FD EXCEPTION-FILE.
           01 EXCEPTION-LINE PIC X(50).
           FD CONTROL-FILE.
           01 CONTROL-LINE PIC X(50).
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(300).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-FINISHED PIC X VALUE "N".
         05 WS-TOTAL PIC 9(8) OCCURS 2 VALUE 0.
         05 WS-LINE-NUMBER PIC 9(6) VALUE 0.
         05 WS-ROUND-COUNT PIC 9(6) VALUE 0.
         05 WS-VALID-RECORD PIC X VALUE "Y".
         05 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
         05 WS-OPPONENT-SHAPE PIC 9(1) VALUE 0.
         05 WS-RESPONSE-CODE PIC 9(1) VALUE 0.
         05 WS-OUTCOME PIC 9(1) VALUE 0.
         05 WS-CHOSEN-SHAPE PIC 9(1) VALUE 0.
         05 WS-WIN-COUNT PIC 9(6) VALUE 0.
         05 WS-DRAW-COUNT PIC 9(6) VALUE 0.
         05 WS-LOSS-COUNT PIC 9(6) VALUE 0.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-INPUT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
         05 WS-RENAME-RC PIC S9(9) COMP-5 VALUE 0.
         05 WS-RUN-KEY PIC X(8) VALUE SPACES.
         05 WS-SKIP-RUN PIC X VALUE "N".
         05 WS-CTL-FS PIC X(2) VALUE "00".
         05 WS-FORCE-FLAG PIC X(4) VALUE SPACES.
         05 WS-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-EXCEPTION-FILENAME PIC X(40) VALUE SPACES.
         05 WS-INPUT-FS PIC X(2) VALUE "00".
         05 WS-INPUT-MISSING PIC X VALUE "N".
         05 WS-AUDIT-FS PIC X(2) VALUE "00".
         05 WS-GROUP-SIZE-ENV PIC X(4) VALUE SPACES.
         05 WS-CATCHUP-ENV PIC X(4) VALUE SPACES.
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
         05 WS-FORCE-REFUSED PIC X VALUE "N".
         05 WS-PERIOD-LOCKED PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
       01 WS-EXCEPTION-REC.
         05 WS-EXC-LINE-NO PIC 9(6).
         05 FILLER PIC X(3) VALUE " - ".
         05 WS-EXC-TEXT PIC X(40).
       01 WS-CONTROL-REC.
         05 WS-CTL-PROGRAM PIC X(12).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-CTL-DATE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-CTL-STATUS PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-CTL-TASK-1 PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-CTL-TASK-2 PIC 9(8).
       COPY AUDITREC.
       COPY SEALREQ.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY AUTHREQ.
       COPY DAY2RES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-START.
           PERFORM SET-INPUT-FILENAME.
           PERFORM SET-REPORT-FILENAME.
           PERFORM SET-EXCEPTION-FILENAME.
           PERFORM ACQUIRE-CONTROL-LOCKS.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-2: control files are locked - run "
                 "refused."
               MOVE "WARN" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               IF WS-LCK-STALE = "Y"
                   MOVE "CRIT" TO WS-ALR-SEVERITY
                   STRING "run refused - stale lock on "
                     DELIMITED BY SIZE WS-LCK-CONFLICT
                     DELIMITED BY SPACE " held by " DELIMITED BY SIZE
                     WS-LCK-HOLDER DELIMITED BY SIZE INTO WS-ALR-TEXT
               ELSE
                   STRING "run refused - " DELIMITED BY SIZE
                     WS-LCK-CONFLICT DELIMITED BY SPACE
                     " locked by " WS-LCK-HOLDER DELIMITED BY SIZE
                     INTO WS-ALR-TEXT
               END-IF
               PERFORM WRITE-ALERT
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CHECK-PERIOD-LOCK.
           IF WS-PERIOD-LOCKED = "Y"
               DISPLAY "AOC-2022-2: period " WS-RUN-KEY(1:6)
                 " is closed - reprocessing refused. Record a "
                 "reopen with AOC-2022-CLOSE first."
               MOVE "LOCKED" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
               MOVE "WARN" TO WS-ALR-SEVERITY
               MOVE "reprocess refused - period is closed" TO
                 WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           IF WS-FORCE-REFUSED = "Y"
               DISPLAY "AOC-2022-2: forced reprocess of " WS-RUN-KEY
                 " refused - operator not authorised."
               MOVE "REFUSED" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           PERFORM CHECK-INPUT-AVAILABLE.
           IF WS-SKIP-RUN = "N" AND WS-INPUT-MISSING = "Y"
               DISPLAY "AOC-2022-2: cannot open " WS-INPUT-FILENAME
                 " (status " WS-INPUT-FS ") - step abandoned."
               MOVE "NOINPUT" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
               MOVE "WARN" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               STRING "input missing: " WS-INPUT-FILENAME
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           IF WS-SKIP-RUN = "Y"
               DISPLAY "AOC-2022-2: input for " WS-RUN-KEY
                 " already processed - skipping (set "
                 "AOC_FORCE_REPROCESS=Y to override)."
               MOVE "SKIPPED" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
           ELSE
               OPEN INPUT INPUT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM GET-DATA UNTIL WS-FINISHED = "Y"
               MOVE WS-TOTAL(1) TO WS-D2-TASK-1
               MOVE WS-TOTAL(2) TO WS-D2-TASK-2
               DISPLAY "Task 1: " WS-D2-TASK-1
               DISPLAY "Task 2: " WS-D2-TASK-2
               DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Task 1: " WS-D2-TASK-1 DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Task 2: " WS-D2-TASK-2 DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Exceptions: " WS-EXCEPTION-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Rounds scored: " WS-ROUND-COUNT
                 " - guide as read won " WS-WIN-COUNT
                 " drew " WS-DRAW-COUNT " lost " WS-LOSS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Rounds scored: " WS-ROUND-COUNT
                 " - guide as read won " WS-WIN-COUNT
                 " drew " WS-DRAW-COUNT " lost " WS-LOSS-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM ARCHIVE-INPUT-FILE
               PERFORM RECORD-RUN-CONTROL
               MOVE "COMPLETE" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
           END-IF.
           PERFORM RELEASE-CONTROL-LOCKS.
           GOBACK.

       WRITE-ALERT.
           MOVE "AOC-2022-2" TO WS-ALR-PROGRAM.
           MOVE WS-RUN-KEY TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-2" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-2: alert not recorded - "
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

       WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-END.
           MOVE "AOC-2022-2" TO WS-AUD-PROGRAM.
           MOVE WS-RUN-KEY TO WS-AUD-RUN-KEY.
           IF WS-FORCE-FLAG = SPACES
               MOVE "-" TO WS-AUD-FORCE
           ELSE
               MOVE WS-FORCE-FLAG(1:1) TO WS-AUD-FORCE
           END-IF.
           ACCEPT WS-GROUP-SIZE-ENV FROM ENVIRONMENT
             "AOC_DAY3_GROUP_SIZE".
           IF WS-GROUP-SIZE-ENV = SPACES
               MOVE "--" TO WS-AUD-GROUP-SIZE
           ELSE
               MOVE WS-GROUP-SIZE-ENV(1:2) TO WS-AUD-GROUP-SIZE
           END-IF.
           ACCEPT WS-CATCHUP-ENV FROM ENVIRONMENT "AOC_CATCHUP".
           IF WS-CATCHUP-ENV = SPACES
               MOVE "-" TO WS-AUD-CATCHUP
           ELSE
               MOVE WS-CATCHUP-ENV(1:1) TO WS-AUD-CATCHUP
           END-IF.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT "AOC_OPERATOR".
           IF WS-OPERATOR-ENV = SPACES
               MOVE "-" TO WS-AUD-OPERATOR
           ELSE
               MOVE WS-OPERATOR-ENV TO WS-AUD-OPERATOR
           END-IF.
           MOVE WS-INPUT-FILENAME TO WS-AUD-INPUT-FILE.
           MOVE WS-REPORT-FILENAME TO WS-AUD-REPORT-FILE.
           MOVE WS-EXCEPTION-FILENAME TO WS-AUD-EXCEPTION-FILE.
           MOVE WS-LINE-NUMBER TO WS-AUD-RECORDS-READ.
           MOVE WS-EXCEPTION-COUNT TO WS-AUD-EXCEPTIONS.
           MOVE "STAMP" TO WS-SEAL-FUNCTION.
           MOVE WS-AUDIT-REC TO WS-SEAL-ROW.
           CALL "AOC-2022-SEAL" USING WS-SEAL-REQUEST.
           MOVE WS-SEAL-ROW TO WS-AUDIT-REC.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE WS-AUDIT-REC TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.

       SET-INPUT-FILENAME.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           IF WS-RUN-DATE = SPACES
               MOVE "inputs/day2.txt" TO WS-INPUT-FILENAME
           ELSE
               STRING "inputs/day2-" WS-RUN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-INPUT-FILENAME
           END-IF.

       CHECK-INPUT-AVAILABLE.
           MOVE "Y" TO WS-INPUT-MISSING.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-FS = "00"
               MOVE "N" TO WS-INPUT-MISSING
               CLOSE INPUT-FILE
           END-IF.

       SET-REPORT-FILENAME.
           IF WS-RUN-DATE = SPACES
               MOVE "reports/day2.txt" TO WS-REPORT-FILENAME
           ELSE
               STRING "reports/day2-" WS-RUN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-IF.

       SET-EXCEPTION-FILENAME.
           IF WS-RUN-DATE = SPACES
               MOVE "inputs/day2-exceptions.txt" TO
                 WS-EXCEPTION-FILENAME
           ELSE
               STRING "inputs/day2-exceptions-" WS-RUN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
           END-IF.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-SKIP-RUN.
           IF WS-RUN-DATE = SPACES
               MOVE "STATIC" TO WS-RUN-KEY
           ELSE
               MOVE WS-RUN-DATE TO WS-RUN-KEY
           END-IF.
           MOVE "RUNCTL" TO WS-LKP-FILE.
           MOVE "AOC-2022-2" TO WS-LKP-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LKP-DATE.
           CALL "AOC-2022-CTLGET" USING WS-CTL-LOOKUP.
           IF WS-LKP-FOUND = "Y" AND WS-LKP-STATUS = "COMPLETE"
               MOVE "Y" TO WS-SKIP-RUN
               MOVE WS-LKP-VALUE(1) TO WS-D2-TASK-1
               MOVE WS-LKP-VALUE(2) TO WS-D2-TASK-2
           END-IF.
           ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT
             "AOC_FORCE_REPROCESS".
           IF WS-FORCE-FLAG = "Y" AND WS-SKIP-RUN = "Y"
               MOVE "AOC-2022-2" TO WS-ATH-PROGRAM
               MOVE WS-RUN-KEY TO WS-ATH-RUN-KEY
               MOVE "FORCE" TO WS-ATH-ACTION
               MOVE RETURN-CODE TO WS-ATH-CALLER-RC
               CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST
               IF WS-ATH-GRANTED = "Y"
                   MOVE "N" TO WS-SKIP-RUN
               ELSE
                   MOVE "Y" TO WS-FORCE-REFUSED
               END-IF
           END-IF.

       CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERIOD-LOCKED.
           IF WS-RUN-KEY NOT = "STATIC"
               MOVE "PERIOD" TO WS-LKP-FILE
               MOVE SPACES TO WS-LKP-PROGRAM
               MOVE WS-RUN-KEY TO WS-LKP-DATE
               CALL "AOC-2022-CTLGET" USING WS-CTL-LOOKUP
               IF WS-LKP-FOUND = "Y" AND WS-LKP-STATUS = "CLOSED"
                   MOVE "Y" TO WS-PERIOD-LOCKED
               END-IF
           END-IF.

       RECORD-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-FS = "00"
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           ELSE
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           INITIALIZE WS-CONTROL-REC WITH FILLER.
           MOVE "AOC-2022-2" TO WS-CTL-PROGRAM.
           MOVE WS-RUN-KEY TO WS-CTL-DATE.
           MOVE "COMPLETE" TO WS-CTL-STATUS.
           MOVE WS-D2-TASK-1 TO WS-CTL-TASK-1.
           MOVE WS-D2-TASK-2 TO WS-CTL-TASK-2.
           MOVE WS-CONTROL-REC TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           CLOSE CONTROL-FILE.

       GET-DATA.
           READ INPUT-FILE AT END PERFORM FINISH.
           IF WS-FINISHED = "N"
               ADD 1 TO WS-LINE-NUMBER
               PERFORM VALIDATE-RECORD
               IF WS-VALID-RECORD = "Y"
                   PERFORM PROCESS-DATA
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       VALIDATE-RECORD.
           MOVE "Y" TO WS-VALID-RECORD.
           MOVE 0 TO WS-OPPONENT-SHAPE.
           MOVE 0 TO WS-RESPONSE-CODE.
           IF INPUT-RND-OPPONENT = "A"
               MOVE 1 TO WS-OPPONENT-SHAPE
           END-IF.
           IF INPUT-RND-OPPONENT = "B"
               MOVE 2 TO WS-OPPONENT-SHAPE
           END-IF.
           IF INPUT-RND-OPPONENT = "C"
               MOVE 3 TO WS-OPPONENT-SHAPE
           END-IF.
           IF INPUT-RND-RESPONSE = "X"
               MOVE 1 TO WS-RESPONSE-CODE
           END-IF.
           IF INPUT-RND-RESPONSE = "Y"
               MOVE 2 TO WS-RESPONSE-CODE
           END-IF.
           IF INPUT-RND-RESPONSE = "Z"
               MOVE 3 TO WS-RESPONSE-CODE
           END-IF.
           IF WS-OPPONENT-SHAPE = 0 OR WS-RESPONSE-CODE = 0 OR
             INPUT-RND-GAP NOT = SPACE OR INPUT-RND-REST NOT = SPACES
               MOVE "N" TO WS-VALID-RECORD
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-LINE-NUMBER TO WS-EXC-LINE-NO.
           MOVE INPUT-STRING TO WS-EXC-TEXT.
           MOVE WS-EXCEPTION-REC TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       PROCESS-DATA.
           ADD 1 TO WS-ROUND-COUNT.
           COMPUTE WS-OUTCOME = FUNCTION MOD(WS-RESPONSE-CODE -
             WS-OPPONENT-SHAPE + 3, 3).
           IF WS-OUTCOME = 0
               ADD 1 TO WS-DRAW-COUNT
               COMPUTE WS-TOTAL(1) = WS-TOTAL(1) + WS-RESPONSE-CODE
                 + 3
           END-IF.
           IF WS-OUTCOME = 1
               ADD 1 TO WS-WIN-COUNT
               COMPUTE WS-TOTAL(1) = WS-TOTAL(1) + WS-RESPONSE-CODE
                 + 6
           END-IF.
           IF WS-OUTCOME = 2
               ADD 1 TO WS-LOSS-COUNT
               ADD WS-RESPONSE-CODE TO WS-TOTAL(1)
           END-IF.
           COMPUTE WS-CHOSEN-SHAPE = FUNCTION MOD(WS-OPPONENT-SHAPE
             + WS-RESPONSE-CODE, 3) + 1.
           COMPUTE WS-TOTAL(2) = WS-TOTAL(2) + WS-CHOSEN-SHAPE +
             (WS-RESPONSE-CODE - 1) * 3.

       FINISH.
           MOVE "Y" TO WS-FINISHED.
           CLOSE INPUT-FILE.
           CLOSE EXCEPTION-FILE.

       ARCHIVE-INPUT-FILE.
           IF WS-RUN-DATE NOT = SPACES
               STRING "archive/day2-" WS-RUN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               CALL "CBL_RENAME_FILE" USING WS-INPUT-FILENAME
                 WS-ARCHIVE-FILENAME RETURNING WS-RENAME-RC
           END-IF.

       ACQUIRE-CONTROL-LOCKS.
           IF WS-RUN-DATE = SPACES
               MOVE "STATIC" TO WS-RUN-KEY
           ELSE
               MOVE WS-RUN-DATE TO WS-RUN-KEY
           END-IF.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "RUNCTL" TO WS-LCK-RESOURCE(1).
           MOVE "RUNAUDIT" TO WS-LCK-RESOURCE(2).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-2" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.

       RELEASE-CONTROL-LOCKS.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "RUNCTL" TO WS-LCK-RESOURCE(1).
           MOVE "RUNAUDIT" TO WS-LCK-RESOURCE(2).
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-2" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
