       01 WS-EXCEPTION-LINES PIC 9(6) VALUE 0.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY DAYREG.
       COPY CALREQ.
       PROCEDURE DIVISION.
           MOVE WS-RUN-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-BALANCE" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-BALANCE: alert not recorded - "
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

       SET-GROUP-SIZE.
           ACCEPT WS-GROUP-SIZE-ENV FROM ENVIRONMENT
             INTO WS-PIECE(1) WS-PIECE(2) WS-PIECE(3) WS-PIECE(4)
             WS-PIECE(5) WS-PIECE(6)
           END-UNSTRING.
           IF WS-DAY-NUMBER = "1" OR WS-DAY-NUMBER = "2"
               IF REPORT-IN-LINE(1:8) = "Task 1: "
                   MOVE FUNCTION NUMVAL(WS-PIECE(2)(1:9)) TO
                     WS-RPT-TASK-1
