         05 WS-EFF-DATE PIC X(8) VALUE SPACES.
         05 WS-MAINT-RC PIC 9(4) VALUE 0.
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
       01 WS-TXN-REC.
         05 WS-TXN-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 WS-MAU-OLD PIC X(30).
         05 FILLER PIC X(5) VALUE " NEW=".
         05 WS-MAU-NEW PIC X(30).
         05 FILLER PIC X(4) VALUE " BY=".
         05 WS-MAU-OPERATOR PIC X(8).
       01 WS-TEAM-HIST-OUT.
         05 WS-THO-ID PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
       01 WS-EXCEPTION-TEXT PIC X(80) VALUE SPACES.
       COPY ELFMST.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY AUTHREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS.
                 "to apply."
               GOBACK
           END-IF.
           MOVE "AOC-2022-ELFMAINT" TO WS-ATH-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-ATH-RUN-KEY.
           MOVE "ELFMAINT" TO WS-ATH-ACTION.
           MOVE RETURN-CODE TO WS-ATH-CALLER-RC.
           CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST.
           IF WS-ATH-GRANTED = "N"
               DISPLAY "AOC-2022-ELFMAINT: postings refused - "
                 "operator not authorised. " WS-TXN-SOURCE
                 " left unapplied."
               CLOSE TRANSACTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ATH-OPERATOR TO WS-OPERATOR-ENV.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM LOAD-TEAM-CODES.
           PERFORM LOAD-ELF-MASTER.
           MOVE WS-TXN-ID TO WS-MAU-ID.
           MOVE WS-OLD-IMAGE TO WS-MAU-OLD.
           MOVE WS-NEW-IMAGE TO WS-MAU-NEW.
           MOVE WS-OPERATOR-ENV TO WS-MAU-OPERATOR.
           MOVE WS-AUDIT-OUT TO MASTER-AUDIT-LINE.
           WRITE MASTER-AUDIT-LINE.

           MOVE WS-TODAY-DATE TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-ELFMAINT" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-ELFMAINT: alert not recorded - "
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

       ARCHIVE-TRANSACTIONS.
           STRING "control/elf-transactions-applied-" WS-TIMESTAMP
