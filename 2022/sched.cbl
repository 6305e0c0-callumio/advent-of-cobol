       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-SCHED.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NETWORK-FILE ASSIGN TO "control/job-network.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NET-FS.
           SELECT SCHED-HISTORY-FILE ASSIGN TO
           "control/schedule-history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FS.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD NETWORK-FILE.
           01 NETWORK-LINE PIC X(132).
           FD SCHED-HISTORY-FILE.
           01 SCHED-HISTORY-LINE PIC X(80).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-FORCE-FLAG PIC X(4) VALUE SPACES.
         05 WS-PERIOD-ENV PIC X(8) VALUE SPACES.
         05 WS-NET-FS PIC X(2) VALUE "00".
         05 WS-NET-EOF PIC X VALUE "N".
         05 WS-HIST-FS PIC X(2) VALUE "00".
         05 WS-HIST-EOF PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-LINE-NUMBER PIC 9(4) VALUE 0.
         05 WS-CONFIG-ERRORS PIC 9(4) VALUE 0.
         05 WS-JOB-IDX PIC 9(2) VALUE 0.
         05 WS-SCAN-IDX PIC 9(2) VALUE 0.
         05 WS-PRED-IDX PIC 9(1) VALUE 0.
         05 WS-RC-IDX PIC 9(1) VALUE 0.
         05 WS-FOUND-IDX PIC 9(2) VALUE 0.
         05 WS-JOB-RC PIC 9(4) VALUE 0.
         05 WS-SCHED-RC PIC 9(4) VALUE 0.
         05 WS-RC-ALLOWED PIC X VALUE "N".
         05 WS-PRED-BLOCKED PIC X VALUE "N".
         05 WS-BLOCKING-JOB PIC X(18) VALUE SPACES.
         05 WS-JOB-DUE PIC X VALUE "Y".
         05 WS-IS-BUSINESS PIC X VALUE "Y".
         05 WS-IS-MONTH-END PIC X VALUE "N".
         05 WS-RUN-INTEGER PIC 9(8) VALUE 0.
         05 WS-DATE-INTEGER PIC 9(8) VALUE 0.
         05 WS-SCAN-DATE PIC 9(8) VALUE 0.
         05 WS-START-STAMP PIC X(14) VALUE SPACES.
         05 WS-RAN-COUNT PIC 9(2) VALUE 0.
         05 WS-SKIP-COUNT PIC 9(2) VALUE 0.
         05 WS-NOTDUE-COUNT PIC 9(2) VALUE 0.
         05 WS-FAILED-COUNT PIC 9(2) VALUE 0.
         05 WS-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-NETWORK-PARSE.
         05 WS-JNP-PROGRAM PIC X(18).
         05 WS-JNP-FREQ PIC X(8).
         05 WS-JNP-RCS PIC X(20).
         05 WS-JNP-PRED PIC X(18) OCCURS 4.
         05 WS-JNP-REST PIC X(40).
       01 WS-RC-PARSE.
         05 WS-RCP-TOKEN PIC X(4) OCCURS 5.
       01 WS-JOB-TABLE.
         05 WS-JOB-COUNT PIC 9(2) VALUE 0.
         05 WS-JOB-ENTRY OCCURS 20.
           10 WS-JOB-PROGRAM PIC X(18).
           10 WS-JOB-FREQ PIC X(8).
           10 WS-JOB-RC-COUNT PIC 9(1).
           10 WS-JOB-OK-RC PIC 9(4) OCCURS 5.
           10 WS-JOB-PRED-COUNT PIC 9(1).
           10 WS-JOB-PRED PIC 9(2) OCCURS 4.
           10 WS-JOB-LAST-STATUS PIC X(8).
           10 WS-JOB-STATE PIC X(8).
       01 WS-SCHED-HIST-REC.
         05 WS-SHR-KEY PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SHR-PROGRAM PIC X(18).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SHR-START PIC X(14).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SHR-END PIC X(14).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SHR-STATUS PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SHR-RC PIC 9(4).
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY CALREQ.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           MOVE FUNCTION TEST-NUMVAL(WS-RUN-DATE) TO WS-NUM-CHECK.
           IF WS-RUN-DATE = SPACES OR WS-NUM-CHECK NOT = 0
               DISPLAY "AOC-2022-SCHED: AOC_RUN_DATE must be set to "
                 "the YYYYMMDD business date being scheduled."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT
             "AOC_FORCE_REPROCESS".
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT
             "AOC_CLOSE_PERIOD".
           IF WS-PERIOD-ENV = SPACES
               SET ENVIRONMENT "AOC_CLOSE_PERIOD" TO
                 WS-RUN-DATE(1:6)
           END-IF.
           PERFORM LOAD-JOB-NETWORK.
           IF WS-NET-FS NOT = "00"
               DISPLAY "AOC-2022-SCHED: control/job-network.txt not "
                 "available (status " WS-NET-FS ") - nothing to "
                 "schedule."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONFIG-ERRORS > 0 OR WS-JOB-COUNT = 0
               DISPLAY "AOC-2022-SCHED: job network has "
                 WS-CONFIG-ERRORS " error(s) and " WS-JOB-COUNT
                 " job(s) - correct control/job-network.txt "
                 "before scheduling."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-CALENDAR-FACTS.
           PERFORM LOAD-SCHEDULE-HISTORY.
           DISPLAY "AOC-2022-SCHED: scheduling " WS-JOB-COUNT
             " job(s) for " WS-RUN-DATE " - business day "
             WS-IS-BUSINESS ", last business day of month "
             WS-IS-MONTH-END.
           PERFORM WITH TEST BEFORE VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM RUN-ONE-JOB
           END-PERFORM.
           DISPLAY "==== AoC 2022 schedule summary ====".
           PERFORM WITH TEST BEFORE VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
               DISPLAY WS-JOB-PROGRAM(WS-JOB-IDX) " "
                 WS-JOB-STATE(WS-JOB-IDX)
           END-PERFORM.
           DISPLAY "Ran: " WS-RAN-COUNT " Restart-skipped: "
             WS-SKIP-COUNT " Not due: " WS-NOTDUE-COUNT
             " Failed: " WS-FAILED-COUNT " Held: " WS-HELD-COUNT.
           IF WS-FAILED-COUNT > 0
               DISPLAY "AOC-2022-SCHED: rerun the scheduler for "
                 WS-RUN-DATE " once the failure is fixed - "
                 "completed jobs are skipped on restart."
           END-IF.
           MOVE WS-SCHED-RC TO RETURN-CODE.
           GOBACK.

       LOAD-JOB-NETWORK.
           MOVE 0 TO WS-JOB-COUNT.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE "N" TO WS-NET-EOF.
           OPEN INPUT NETWORK-FILE.
           IF WS-NET-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-NET-EOF = "Y"
               READ NETWORK-FILE
                 AT END MOVE "Y" TO WS-NET-EOF
               END-READ
               IF WS-NET-EOF NOT = "Y"
                   ADD 1 TO WS-LINE-NUMBER
                   IF NETWORK-LINE NOT = SPACES
                       PERFORM LOAD-NETWORK-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NETWORK-FILE.

       LOAD-NETWORK-ENTRY.
           MOVE SPACES TO WS-NETWORK-PARSE.
           UNSTRING NETWORK-LINE DELIMITED BY ALL " "
             INTO WS-JNP-PROGRAM WS-JNP-FREQ WS-JNP-RCS
             WS-JNP-PRED(1) WS-JNP-PRED(2) WS-JNP-PRED(3)
             WS-JNP-PRED(4) WS-JNP-REST
           END-UNSTRING.
           IF WS-JOB-COUNT >= 20
               DISPLAY "AOC-2022-SCHED: line " WS-LINE-NUMBER
                 " - more than 20 jobs in the network."
               ADD 1 TO WS-CONFIG-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF WS-JNP-FREQ NOT = "DAILY" AND WS-JNP-FREQ NOT =
             "BUSDAY" AND WS-JNP-FREQ NOT = "MONTHEND"
               DISPLAY "AOC-2022-SCHED: line " WS-LINE-NUMBER
                 " - frequency for " WS-JNP-PROGRAM " must be "
                 "DAILY, BUSDAY or MONTHEND."
               ADD 1 TO WS-CONFIG-ERRORS
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > WS-JOB-COUNT
               IF WS-JOB-PROGRAM(WS-SCAN-IDX) = WS-JNP-PROGRAM
                   DISPLAY "AOC-2022-SCHED: line " WS-LINE-NUMBER
                     " - job " WS-JNP-PROGRAM " is listed twice."
                   ADD 1 TO WS-CONFIG-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-JNP-PROGRAM TO WS-JOB-PROGRAM(WS-JOB-COUNT).
           MOVE WS-JNP-FREQ TO WS-JOB-FREQ(WS-JOB-COUNT).
           MOVE SPACES TO WS-JOB-LAST-STATUS(WS-JOB-COUNT).
           MOVE "PENDING" TO WS-JOB-STATE(WS-JOB-COUNT).
           PERFORM LOAD-ALLOWED-RCS.
           MOVE 0 TO WS-JOB-PRED-COUNT(WS-JOB-COUNT).
           PERFORM WITH TEST BEFORE VARYING WS-PRED-IDX FROM 1 BY 1
             UNTIL WS-PRED-IDX > 4
               IF WS-JNP-PRED(WS-PRED-IDX) NOT = SPACES AND
                 WS-JNP-PRED(WS-PRED-IDX) NOT = "-"
                   PERFORM LOAD-PREDECESSOR
               END-IF
           END-PERFORM.

       LOAD-ALLOWED-RCS.
           MOVE 0 TO WS-JOB-RC-COUNT(WS-JOB-COUNT).
           IF WS-JNP-RCS = SPACES OR WS-JNP-RCS = "-"
               MOVE 1 TO WS-JOB-RC-COUNT(WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-OK-RC(WS-JOB-COUNT, 1)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RC-PARSE.
           UNSTRING WS-JNP-RCS DELIMITED BY ","
             INTO WS-RCP-TOKEN(1) WS-RCP-TOKEN(2) WS-RCP-TOKEN(3)
             WS-RCP-TOKEN(4) WS-RCP-TOKEN(5)
           END-UNSTRING.
           PERFORM WITH TEST BEFORE VARYING WS-RC-IDX FROM 1 BY 1
             UNTIL WS-RC-IDX > 5
               IF WS-RCP-TOKEN(WS-RC-IDX) NOT = SPACES
                   MOVE FUNCTION TEST-NUMVAL(WS-RCP-TOKEN(WS-RC-IDX))
                     TO WS-NUM-CHECK
                   IF WS-NUM-CHECK = 0
                       ADD 1 TO WS-JOB-RC-COUNT(WS-JOB-COUNT)
                       MOVE FUNCTION NUMVAL(WS-RCP-TOKEN(WS-RC-IDX))
                         TO WS-JOB-OK-RC(WS-JOB-COUNT,
                         WS-JOB-RC-COUNT(WS-JOB-COUNT))
                   ELSE
                       DISPLAY "AOC-2022-SCHED: line " WS-LINE-NUMBER
                         " - return code " WS-RCP-TOKEN(WS-RC-IDX)
                         " for " WS-JNP-PROGRAM " is not numeric."
                       ADD 1 TO WS-CONFIG-ERRORS
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PREDECESSOR.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM WITH TEST BEFORE VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX >= WS-JOB-COUNT
               IF WS-JOB-PROGRAM(WS-SCAN-IDX) =
                 WS-JNP-PRED(WS-PRED-IDX)
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               DISPLAY "AOC-2022-SCHED: line " WS-LINE-NUMBER
                 " - predecessor " WS-JNP-PRED(WS-PRED-IDX)
                 " of " WS-JNP-PROGRAM " is not listed above it."
               ADD 1 TO WS-CONFIG-ERRORS
           ELSE
               ADD 1 TO WS-JOB-PRED-COUNT(WS-JOB-COUNT)
               MOVE WS-FOUND-IDX TO WS-JOB-PRED(WS-JOB-COUNT,
                 WS-JOB-PRED-COUNT(WS-JOB-COUNT))
           END-IF.

       SET-CALENDAR-FACTS.
           MOVE WS-RUN-DATE TO WS-CAL-DATE.
           CALL "AOC-2022-CALDAY" USING WS-CAL-LOOKUP.
           MOVE WS-CAL-BUSINESS TO WS-IS-BUSINESS.
           MOVE "N" TO WS-IS-MONTH-END.
           IF WS-IS-BUSINESS = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-IS-MONTH-END.
           COMPUTE WS-RUN-INTEGER = FUNCTION
             INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-DATE-INTEGER = WS-RUN-INTEGER + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
             WS-SCAN-DATE.
           PERFORM WITH TEST BEFORE UNTIL
             WS-SCAN-DATE(1:6) NOT = WS-RUN-DATE(1:6) OR
             WS-IS-MONTH-END = "N"
               MOVE WS-SCAN-DATE TO WS-CAL-DATE
               CALL "AOC-2022-CALDAY" USING WS-CAL-LOOKUP
               IF WS-CAL-BUSINESS = "Y"
                   MOVE "N" TO WS-IS-MONTH-END
               END-IF
               ADD 1 TO WS-DATE-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
                 WS-SCAN-DATE
           END-PERFORM.

       LOAD-SCHEDULE-HISTORY.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT SCHED-HISTORY-FILE.
           IF WS-HIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-HIST-EOF = "Y"
               READ SCHED-HISTORY-FILE
                 AT END MOVE "Y" TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF NOT = "Y"
                   MOVE SCHED-HISTORY-LINE TO WS-SCHED-HIST-REC
                   IF WS-SHR-KEY = WS-RUN-DATE
                       PERFORM TAKE-HISTORY-ROW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCHED-HISTORY-FILE.

       TAKE-HISTORY-ROW.
           PERFORM WITH TEST BEFORE VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > WS-JOB-COUNT
               IF WS-JOB-PROGRAM(WS-SCAN-IDX) = WS-SHR-PROGRAM
                   MOVE WS-SHR-STATUS TO
                     WS-JOB-LAST-STATUS(WS-SCAN-IDX)
               END-IF
           END-PERFORM.

       RUN-ONE-JOB.
           IF WS-JOB-LAST-STATUS(WS-JOB-IDX) = "COMPLETE" AND
             WS-FORCE-FLAG NOT = "Y"
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " already COMPLETE for "
                 WS-RUN-DATE " - restart skips it."
               MOVE "COMPLETE" TO WS-JOB-STATE(WS-JOB-IDX)
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-BLOCKED = "Y"
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " held - predecessor "
                 WS-BLOCKING-JOB " did not finish."
               MOVE "HELD" TO WS-JOB-STATE(WS-JOB-IDX)
               ADD 1 TO WS-HELD-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
               MOVE 0 TO WS-JOB-RC
               PERFORM RECORD-JOB-HISTORY
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-JOB-DUE.
           IF WS-JOB-DUE = "N"
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " is "
                 WS-JOB-FREQ(WS-JOB-IDX) " and not due on "
                 WS-RUN-DATE " - skipped."
               MOVE "NOTDUE" TO WS-JOB-STATE(WS-JOB-IDX)
               ADD 1 TO WS-NOTDUE-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
               MOVE 0 TO WS-JOB-RC
               PERFORM RECORD-JOB-HISTORY
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXECUTE-JOB.

       CHECK-PREDECESSORS.
           MOVE "N" TO WS-PRED-BLOCKED.
           MOVE SPACES TO WS-BLOCKING-JOB.
           PERFORM WITH TEST BEFORE VARYING WS-PRED-IDX FROM 1 BY 1
             UNTIL WS-PRED-IDX > WS-JOB-PRED-COUNT(WS-JOB-IDX)
               MOVE WS-JOB-PRED(WS-JOB-IDX, WS-PRED-IDX) TO
                 WS-SCAN-IDX
               IF WS-JOB-STATE(WS-SCAN-IDX) = "FAILED" OR
                 WS-JOB-STATE(WS-SCAN-IDX) = "HELD"
                   MOVE "Y" TO WS-PRED-BLOCKED
                   MOVE WS-JOB-PROGRAM(WS-SCAN-IDX) TO
                     WS-BLOCKING-JOB
               END-IF
           END-PERFORM.

       CHECK-JOB-DUE.
           MOVE "Y" TO WS-JOB-DUE.
           IF WS-JOB-FREQ(WS-JOB-IDX) = "BUSDAY" AND
             WS-IS-BUSINESS = "N"
               MOVE "N" TO WS-JOB-DUE
           END-IF.
           IF WS-JOB-FREQ(WS-JOB-IDX) = "MONTHEND" AND
             WS-IS-MONTH-END = "N"
               MOVE "N" TO WS-JOB-DUE
           END-IF.

       EXECUTE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.
           MOVE "STARTED" TO WS-SHR-STATUS.
           MOVE 0 TO WS-JOB-RC.
           PERFORM WRITE-HISTORY-ROW.
           DISPLAY "AOC-2022-SCHED: starting job "
             WS-JOB-PROGRAM(WS-JOB-IDX).
           MOVE 0 TO RETURN-CODE.
           CALL WS-JOB-PROGRAM(WS-JOB-IDX)
             ON EXCEPTION
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " could not be loaded."
               MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-JOB-RC.
           CANCEL WS-JOB-PROGRAM(WS-JOB-IDX).
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-RAN-COUNT.
           MOVE "N" TO WS-RC-ALLOWED.
           PERFORM WITH TEST BEFORE VARYING WS-RC-IDX FROM 1 BY 1
             UNTIL WS-RC-IDX > WS-JOB-RC-COUNT(WS-JOB-IDX)
               IF WS-JOB-OK-RC(WS-JOB-IDX, WS-RC-IDX) = WS-JOB-RC
                   MOVE "Y" TO WS-RC-ALLOWED
               END-IF
           END-PERFORM.
           IF WS-RC-ALLOWED = "Y"
               MOVE "COMPLETE" TO WS-JOB-STATE(WS-JOB-IDX)
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " ended with return "
                 "code " WS-JOB-RC " - COMPLETE."
           ELSE
               MOVE "FAILED" TO WS-JOB-STATE(WS-JOB-IDX)
               ADD 1 TO WS-FAILED-COUNT
               IF WS-JOB-RC > WS-SCHED-RC
                   MOVE WS-JOB-RC TO WS-SCHED-RC
               END-IF
               IF WS-SCHED-RC < 8
                   MOVE 8 TO WS-SCHED-RC
               END-IF
               DISPLAY "AOC-2022-SCHED: job "
                 WS-JOB-PROGRAM(WS-JOB-IDX) " FAILED with return "
                 "code " WS-JOB-RC " - dependent jobs are held."
               MOVE "CRIT" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               STRING "job " WS-JOB-PROGRAM(WS-JOB-IDX)
                 DELIMITED BY SIZE " failed with rc " WS-JOB-RC
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-ALERT
           END-IF.
           PERFORM RECORD-JOB-HISTORY.

       RECORD-JOB-HISTORY.
           MOVE WS-JOB-STATE(WS-JOB-IDX) TO WS-SHR-STATUS.
           PERFORM WRITE-HISTORY-ROW.

       WRITE-HISTORY-ROW.
           MOVE WS-RUN-DATE TO WS-SHR-KEY.
           MOVE WS-JOB-PROGRAM(WS-JOB-IDX) TO WS-SHR-PROGRAM.
           MOVE WS-START-STAMP TO WS-SHR-START.
           IF WS-SHR-STATUS = "STARTED"
               MOVE SPACES TO WS-SHR-END
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SHR-END
           END-IF.
           MOVE WS-JOB-RC TO WS-SHR-RC.
           OPEN INPUT SCHED-HISTORY-FILE.
           IF WS-HIST-FS = "00"
               CLOSE SCHED-HISTORY-FILE
               OPEN EXTEND SCHED-HISTORY-FILE
           ELSE
               OPEN OUTPUT SCHED-HISTORY-FILE
           END-IF.
           MOVE WS-SCHED-HIST-REC TO SCHED-HISTORY-LINE.
           WRITE SCHED-HISTORY-LINE.
           CLOSE SCHED-HISTORY-FILE.

       WRITE-ALERT.
           MOVE "AOC-2022-SCHED" TO WS-ALR-PROGRAM.
           MOVE WS-RUN-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-SCHED" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-SCHED: alert not recorded - "
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
