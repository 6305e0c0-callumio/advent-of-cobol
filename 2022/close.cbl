       01 WS-PERIOD-TOTALS.
         05 WS-TOT-D1-T1 PIC 9(12) VALUE 0.
         05 WS-TOT-D1-T2 PIC 9(12) VALUE 0.
         05 WS-TOT-D2-T1 PIC 9(12) VALUE 0.
         05 WS-TOT-D2-T2 PIC 9(12) VALUE 0.
         05 WS-TOT-D3-T1 PIC 9(12) VALUE 0.
         05 WS-TOT-D3-T2 PIC 9(12) VALUE 0.
         05 WS-TOT-D4-T1 PIC 9(12) VALUE 0.
       01 WS-CLOSE-TEXT PIC X(120) VALUE SPACES.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY DAYREG.
       COPY CALREQ.
       COPY AUTHREQ.
       PROCEDURE DIVISION.
       MAIN.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           GOBACK.

       REOPEN-PERIOD.
           MOVE "AOC-2022-CLOSE" TO WS-ATH-PROGRAM.
           MOVE SPACES TO WS-ATH-RUN-KEY.
           MOVE WS-PERIOD TO WS-ATH-RUN-KEY(1:6).
           MOVE "REOPEN" TO WS-ATH-ACTION.
           MOVE RETURN-CODE TO WS-ATH-CALLER-RC.
           CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST.
           IF WS-ATH-GRANTED = "N"
               DISPLAY "AOC-2022-CLOSE: reopen of period " WS-PERIOD
                 " refused - operator not authorised."
               MOVE 8 TO WS-CLOSE-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "REOPENED" TO WS-PERIOD-STATUS.
           PERFORM WRITE-PERIOD-ROW.
           DISPLAY "AOC-2022-CLOSE: period " WS-PERIOD
               ADD WS-LKP-VALUE(1) TO WS-TOT-D1-T1
               ADD WS-LKP-VALUE(2) TO WS-TOT-D1-T2
           END-IF.
           IF WS-REG-NUMBER(WS-DAY-IDX) = "2"
               ADD WS-LKP-VALUE(1) TO WS-TOT-D2-T1
               ADD WS-LKP-VALUE(2) TO WS-TOT-D2-T2
           END-IF.
           IF WS-REG-NUMBER(WS-DAY-IDX) = "3"
               ADD WS-LKP-VALUE(1) TO WS-TOT-D3-T1
               ADD WS-LKP-VALUE(2) TO WS-TOT-D3-T2
             DELIMITED BY SIZE INTO WS-CLOSE-TEXT.
           PERFORM WRITE-CLOSE-LINE.
           MOVE SPACES TO WS-CLOSE-TEXT.
           STRING "  Day 2: " WS-TOT-D2-T1 " / " WS-TOT-D2-T2
             DELIMITED BY SIZE INTO WS-CLOSE-TEXT.
           PERFORM WRITE-CLOSE-LINE.
           MOVE SPACES TO WS-CLOSE-TEXT.
           STRING "  Day 3: " WS-TOT-D3-T1 " / " WS-TOT-D3-T2
             DELIMITED BY SIZE INTO WS-CLOSE-TEXT.
           PERFORM WRITE-CLOSE-LINE.
           MOVE WS-PERIOD TO WS-ALR-RUN-KEY(1:6).
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-CLOSE" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-CLOSE: alert not recorded - "
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

       WRITE-PERIOD-ROW.
           OPEN INPUT PERIOD-FILE.
