           FD REPORT-FILE.
           01 REPORT-LINE PIC X(180).
           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(300).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
         05 WS-INPUT-MISSING PIC X VALUE "N".
         05 WS-AUDIT-FS PIC X(2) VALUE "00".
         05 WS-CATCHUP-ENV PIC X(4) VALUE SPACES.
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
         05 WS-FORCE-REFUSED PIC X VALUE "N".
         05 WS-PERIOD-LOCKED PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
       01 WS-GROUP OCCURS 2.
       77 INX-D VALUE 0 USAGE IS INDEX.
       77 INX-E VALUE 0 USAGE IS INDEX.
       COPY AUDITREC.
       COPY SEALREQ.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY AUTHREQ.
       COPY DAY3RES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-REPORT-FILENAME.
           PERFORM SET-DETAIL-FILENAME.
           PERFORM SET-REJECT-FILENAME.
           PERFORM ACQUIRE-CONTROL-LOCKS.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-3: control files are locked - run "
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
                 WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           IF WS-FORCE-REFUSED = "Y"
               DISPLAY "AOC-2022-3: forced reprocess of " WS-RUN-KEY
                 " refused - operator not authorised."
               MOVE "REFUSED" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           PERFORM CHECK-INPUT-AVAILABLE.
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
               PERFORM WRITE-ALERT
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-CONTROL-LOCKS
               GOBACK
           END-IF.
           IF WS-SKIP-RUN = "Y"
               MOVE "COMPLETE" TO WS-AUD-STATUS
               PERFORM WRITE-AUDIT
           END-IF.
           PERFORM RELEASE-CONTROL-LOCKS.
           GOBACK.

       WRITE-ALERT.
           MOVE WS-RUN-KEY TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-3" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-3: alert not recorded - "
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

       WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-END.
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
           MOVE WS-REJECT-FILENAME TO WS-AUD-EXCEPTION-FILE.
           MOVE WS-LINE-NUMBER TO WS-AUD-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO WS-AUD-EXCEPTIONS.
           MOVE "STAMP" TO WS-SEAL-FUNCTION.
           MOVE WS-AUDIT-REC TO WS-SEAL-ROW.
           CALL "AOC-2022-SEAL" USING WS-SEAL-REQUEST.
           MOVE WS-SEAL-ROW TO WS-AUDIT-REC.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
               CLOSE AUDIT-FILE
           END-IF.
           ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT
             "AOC_FORCE_REPROCESS".
           IF WS-FORCE-FLAG = "Y" AND WS-SKIP-RUN = "Y"
               MOVE "AOC-2022-3" TO WS-ATH-PROGRAM
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
           MOVE "AOC-2022-3" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.

       RELEASE-CONTROL-LOCKS.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "RUNCTL" TO WS-LCK-RESOURCE(1).
           MOVE "RUNAUDIT" TO WS-LCK-RESOURCE(2).
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-3" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
