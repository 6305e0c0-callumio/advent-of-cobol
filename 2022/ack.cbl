       01 WS-ACK-TEXT PIC X(100) VALUE SPACES.
       COPY EXTRREC.
       COPY ALERTREC.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS.
           MOVE WS-TODAY-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-ACK" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-ACK: alert not recorded - "
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

       LOAD-ACK-CONFIG.
           MOVE "N" TO WS-CFG-EOF.
