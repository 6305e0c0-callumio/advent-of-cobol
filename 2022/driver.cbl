           10 WS-SUM-STATUS PIC X(9).
           10 WS-SUM-D1-T1 PIC 9(8).
           10 WS-SUM-D1-T2 PIC 9(9).
           10 WS-SUM-D2-T1 PIC 9(8).
           10 WS-SUM-D2-T2 PIC 9(8).
           10 WS-SUM-D3-T1 PIC 9(7).
           10 WS-SUM-D3-T2 PIC 9(7).
           10 WS-SUM-D4-T1 PIC 9(4).
           10 WS-SUM-D4-CAP PIC 9(6).
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY DAYREG.
       COPY CALREQ.
       COPY DAY1RES.
       COPY DAY2RES.
       COPY DAY3RES.
       COPY DAY4RES.
       PROCEDURE DIVISION.
               PERFORM SINGLE-RUN
           END-IF.
           MOVE WS-DRIVER-RC TO RETURN-CODE.
           GOBACK.

       SINGLE-RUN.
           PERFORM CHECK-PERIOD-LOCK.
           MOVE WS-RUN-KEY TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-DRIVER" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-DRIVER: alert not recorded - "
                 FUNCTION TRIM(WS-ALR-TEXT)
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FS = "00"
               CLOSE ALERT-FILE
           MOVE WS-ALERT-REC TO ALERT-LINE.
           WRITE ALERT-LINE.
           CLOSE ALERT-FILE.
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.

       RECORD-STEP-STATUS.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "STEPST" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-DRIVER" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-DRIVER: step status for "
                 WS-REG-PROGRAM(WS-DAY-IDX) " not recorded."
               IF WS-LCK-RC > WS-DRIVER-RC
                   MOVE WS-LCK-RC TO WS-DRIVER-RC
               END-IF
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEP-FS = "00"
               CLOSE STEP-STATUS-FILE
           MOVE WS-STEP-STATUS-REC TO STEP-STATUS-LINE.
           WRITE STEP-STATUS-LINE.
           CLOSE STEP-STATUS-FILE.
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.

       DISPLAY-DAILY-SUMMARY.
           DISPLAY "==== AoC 2022 daily summary ====".
           DISPLAY "Day 1 Task 1: " WS-D1-TASK-1.
           DISPLAY "Day 1 Task 2: " WS-D1-TASK-2.
           DISPLAY "Day 2 Task 1: " WS-D2-TASK-1.
           DISPLAY "Day 2 Task 2: " WS-D2-TASK-2.
           DISPLAY "Day 3 Task 1: " WS-D3-TASK-1.
           DISPLAY "Day 3 Task 2: " WS-D3-TASK-2.
           DISPLAY "Day 4 Task 1: " WS-D4-TASK-1.
       RESET-DAY-RESULTS.
           MOVE 0 TO WS-D1-TASK-1.
           MOVE 0 TO WS-D1-TASK-2.
           MOVE 0 TO WS-D2-TASK-1.
           MOVE 0 TO WS-D2-TASK-2.
           MOVE 0 TO WS-D3-TASK-1.
           MOVE 0 TO WS-D3-TASK-2.
           MOVE 0 TO WS-D4-TASK-1.
       SAVE-DATE-RESULTS.
           MOVE WS-D1-TASK-1 TO WS-SUM-D1-T1(WS-PENDING-COUNT).
           MOVE WS-D1-TASK-2 TO WS-SUM-D1-T2(WS-PENDING-COUNT).
           MOVE WS-D2-TASK-1 TO WS-SUM-D2-T1(WS-PENDING-COUNT).
           MOVE WS-D2-TASK-2 TO WS-SUM-D2-T2(WS-PENDING-COUNT).
           MOVE WS-D3-TASK-1 TO WS-SUM-D3-T1(WS-PENDING-COUNT).
           MOVE WS-D3-TASK-2 TO WS-SUM-D3-T2(WS-PENDING-COUNT).
           MOVE WS-D4-TASK-1 TO WS-SUM-D4-T1(WS-PENDING-COUNT).
                     WS-SUM-STATUS(WS-SUMMARY-IDX)
                     " D1: " WS-SUM-D1-T1(WS-SUMMARY-IDX) "/"
                     WS-SUM-D1-T2(WS-SUMMARY-IDX)
                     " D2: " WS-SUM-D2-T1(WS-SUMMARY-IDX) "/"
                     WS-SUM-D2-T2(WS-SUMMARY-IDX)
                     " D3: " WS-SUM-D3-T1(WS-SUMMARY-IDX) "/"
                     WS-SUM-D3-T2(WS-SUMMARY-IDX)
                     " D4: " WS-SUM-D4-T1(WS-SUMMARY-IDX) "/"
