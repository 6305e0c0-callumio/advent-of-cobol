         05 WS-PICK PIC 9(3) VALUE 0.
         05 WS-RESOLVED-NOW PIC 9(3) VALUE 0.
         05 WS-TABLE-OVERFLOW PIC X VALUE "N".
         05 WS-LOADED-COUNT PIC 9(3) VALUE 0.
         05 WS-FILE-ROWS PIC 9(6) VALUE 0.
       01 WS-SEVERITY-ORDER.
         05 WS-SEV-CODE PIC X(4) OCCURS 3.
       01 WS-ALERT-TABLE.
           10 WS-ALT-ROW PIC X(120).
       01 WS-ALERT-TEXT PIC X(120) VALUE SPACES.
       COPY ALERTREC.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE "CRIT" TO WS-SEV-CODE(1).
           END-IF.
           IF WS-RESOLVED-NOW > 0
               PERFORM REWRITE-ALERT-FILE
           END-IF.
           GOBACK.

           END-IF.

       REWRITE-ALERT-FILE.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-ALERTS" TO WS-LCK-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-ALERTS: control/alerts.txt is "
                 "locked - resolutions not saved. Rerun once "
                 FUNCTION TRIM(WS-LCK-HOLDER) " has finished."
               MOVE WS-LCK-RC TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PICK-UP-NEW-ALERTS.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "AOC-2022-ALERTS: alerts raised since the "
                 "file was loaded take it past 500 rows - "
                 "resolutions not saved."
               MOVE "RELEASE" TO WS-LCK-FUNCTION
               MOVE RETURN-CODE TO WS-LCK-CALLER-RC
               CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           PERFORM WITH TEST BEFORE VARYING WS-ALERT-IDX FROM 1
             BY 1 UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
               WRITE ALERT-LINE
           END-PERFORM.
           CLOSE ALERT-FILE.
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           DISPLAY "AOC-2022-ALERTS: " WS-RESOLVED-NOW
             " alert(s) marked resolved.".

       PICK-UP-NEW-ALERTS.
           MOVE WS-ALERT-COUNT TO WS-LOADED-COUNT.
           MOVE 0 TO WS-FILE-ROWS.
           MOVE "N" TO WS-ALR-EOF.
           OPEN INPUT ALERT-FILE.
           IF WS-ALR-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-ALR-EOF = "Y"
                   READ ALERT-FILE
                     AT END MOVE "Y" TO WS-ALR-EOF
                   END-READ
                   IF WS-ALR-EOF NOT = "Y"
                       ADD 1 TO WS-FILE-ROWS
                       IF WS-FILE-ROWS > WS-LOADED-COUNT
                           IF WS-ALERT-COUNT < 500
                               ADD 1 TO WS-ALERT-COUNT
                               MOVE ALERT-LINE TO
                                 WS-ALT-ROW(WS-ALERT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
