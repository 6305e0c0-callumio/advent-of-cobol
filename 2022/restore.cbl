           FD MANIFEST-FILE.
           01 MANIFEST-LINE PIC X(60).
           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(300).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-CIN-FS PIC X(2) VALUE "00".
         05 WS-ROW-DATE PIC X(12) VALUE SPACES.
         05 WS-ROW-TOKEN PIC X(12) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
       01 WS-KEPT-TABLE.
         05 WS-KEPT-COUNT PIC 9(4) VALUE 0.
         05 WS-KEPT-ROW PIC X(210) OCCURS 2000.
       COPY AUDITREC.
       COPY SEALREQ.
       COPY LOCKREQ.
       COPY AUTHREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-START.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "AOC-2022-RST" TO WS-ATH-PROGRAM.
           MOVE WS-RUN-DATE TO WS-ATH-RUN-KEY.
           MOVE "ROLLBACK" TO WS-ATH-ACTION.
           MOVE RETURN-CODE TO WS-ATH-CALLER-RC.
           CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST.
           IF WS-ATH-GRANTED = "N"
               DISPLAY "AOC-2022-RST: rollback of " WS-RUN-DATE
                 " refused - operator not authorised."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "RUNCTL" TO WS-LCK-RESOURCE(1).
           MOVE "STEPST" TO WS-LCK-RESOURCE(2).
           MOVE "RUNAUDIT" TO WS-LCK-RESOURCE(3).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-RST" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-RST: control files are locked - "
                 "restore refused."
               MOVE WS-LCK-RC TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "AOC-2022-RST: restoring " WS-RUN-DATE
             " from snapshot generation " WS-GENERATION ".".
           PERFORM RESTORE-MANIFEST-FILES.
           DISPLAY "AOC-2022-RST: " WS-RESTORED-COUNT " file(s) "
             "restored and the control rows for " WS-RUN-DATE
             " put back.".
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           GOBACK.

       PICK-GENERATION.
           MOVE SPACES TO WS-AUD-EXCEPTION-FILE.
           MOVE WS-RESTORED-COUNT TO WS-AUD-RECORDS-READ.
           MOVE 0 TO WS-AUD-EXCEPTIONS.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT "AOC_OPERATOR".
           IF WS-OPERATOR-ENV = SPACES
               MOVE "-" TO WS-AUD-OPERATOR
           ELSE
               MOVE WS-OPERATOR-ENV TO WS-AUD-OPERATOR
           END-IF.
           MOVE "STAMP" TO WS-SEAL-FUNCTION.
           MOVE WS-AUDIT-REC TO WS-SEAL-ROW.
           CALL "AOC-2022-SEAL" USING WS-SEAL-REQUEST.
           MOVE WS-SEAL-ROW TO WS-AUDIT-REC.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
               CLOSE AUDIT-FILE
