           SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC
           WS-PROPOSAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOUBLE-FILE ASSIGN TO DYNAMIC
           WS-DOUBLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(300).
           FD SECTION-FILE.
           01 SECTION-LINE PIC X(80).
           FD PROPOSAL-FILE.
           01 PROPOSAL-LINE PIC X(29).
           FD DOUBLE-FILE.
           01 DOUBLE-LINE PIC X(80).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
           FD ELF-MASTER-FILE.
         05 WS-AUDIT-FS PIC X(2) VALUE "00".
         05 WS-GROUP-SIZE-ENV PIC X(4) VALUE SPACES.
         05 WS-CATCHUP-ENV PIC X(4) VALUE SPACES.
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
         05 WS-FORCE-REFUSED PIC X VALUE "N".
         05 WS-SECTION-FILENAME PIC X(40) VALUE SPACES.
         05 WS-SECT-MIN PIC 9(4) VALUE 9999.
         05 WS-SECT-MAX PIC 9(4) VALUE 0.
         05 WS-PAIR-EXTENDED PIC X VALUE "N".
         05 WS-UNKNOWN-ELF-COUNT PIC 9(6) VALUE 0.
         05 WS-PAIR-IDX PIC 9(1) VALUE 0.
         05 WS-DOUBLE-FILENAME PIC X(40) VALUE SPACES.
         05 WS-DOUBLE-BOOKED-COUNT PIC 9(6) VALUE 0.
         05 WS-DOUBLE-CLASH-COUNT PIC 9(6) VALUE 0.
         05 WS-BKG-IDX PIC 9(4) VALUE 0.
         05 WS-BKG-SCAN PIC 9(4) VALUE 0.
         05 WS-BKG-SEEN PIC X VALUE "N".
         05 WS-BOOKING-OVERFLOW PIC X VALUE "N".
       01 WS-PAIR-PIECES.
         05 WS-PAIR-PIECE PIC X(10) OCCURS 4.
       01 WS-PAIR-ELVES.
           10 WS-ELF-TBL-ID PIC 9(4).
           10 WS-ELF-TBL-NAME PIC X(20).
           10 WS-ELF-TBL-TEAM PIC X(4).
       01 WS-BOOKING-TABLE.
         05 WS-BOOKING-COUNT PIC 9(4) VALUE 0.
         05 WS-BOOKING-ENTRY OCCURS 5000.
           10 WS-BKG-ELF-ID PIC 9(4).
           10 WS-BKG-NAME PIC X(20).
           10 WS-BKG-TEAM PIC X(4).
           10 WS-BKG-LINE PIC 9(6).
           10 WS-BKG-LO PIC 9(4).
           10 WS-BKG-HI PIC 9(4).
           10 WS-BKG-CLASH PIC X.
       01 WS-SECTION-TABLE.
         05 WS-SECTION-TALLY PIC 9(6) COMP OCCURS 9999 VALUE 0.
       01 WS-HOT-LIST.
         05 WS-OVL-NAME-2 PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-OVL-TEAM-2 PIC X(4).
       01 WS-DOUBLE-REC.
         05 WS-DBL-ELF PIC 9(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DBL-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DBL-TEAM PIC X(4).
         05 FILLER PIC X(8) VALUE " - line ".
         05 WS-DBL-LINE-1 PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DBL-LO-1 PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 WS-DBL-HI-1 PIC 9(4).
         05 FILLER PIC X(8) VALUE " / line ".
         05 WS-DBL-LINE-2 PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DBL-LO-2 PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 WS-DBL-HI-2 PIC 9(4).
       01 WS-CONTROL-REC.
         05 WS-CTL-PROGRAM PIC X(12).
         05 FILLER PIC X(1) VALUE SPACE.
       77 INX-G USAGE IS INDEX.
       COPY ELFMST.
       COPY AUDITREC.
       COPY SEALREQ.
       COPY CTLREQ.
       COPY ALERTREC.
       COPY LOCKREQ.
       COPY AUTHREQ.
       COPY DAY4RES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-OVERLAP-FILENAME.
           PERFORM SET-SECTION-FILENAME.
           PERFORM SET-PROPOSAL-FILENAME.
           PERFORM SET-DOUBLE-FILENAME.
           PERFORM ACQUIRE-CONTROL-LOCKS.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-4: control files are locked - run "
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
               DISPLAY "AOC-2022-4: forced reprocess of " WS-RUN-KEY
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
               OPEN OUTPUT PROPOSAL-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM GET-DATA UNTIL WS-FINISHED = "Y"
               PERFORM CHECK-DOUBLE-BOOKINGS
               MOVE WS-TOTAL(1) TO WS-D4-TASK-1
               MOVE WS-TOTAL(2) TO WS-D4-TASK-2
               MOVE WS-OVERLAP-CAPACITY TO WS-D4-OVERLAP-CAPACITY
                 WS-UNKNOWN-ELF-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Double-booked elves: "
                 WS-DOUBLE-BOOKED-COUNT " (" WS-DOUBLE-CLASH-COUNT
                 " clashing assignment(s))"
               MOVE SPACES TO REPORT-LINE
               STRING "Double-booked elves: "
                 WS-DOUBLE-BOOKED-COUNT " (" WS-DOUBLE-CLASH-COUNT
                 " clashing assignment(s))" DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-BOOKING-OVERFLOW = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "Double-booking check limited to the "
                     "first 5000 elf assignments" DELIMITED BY SIZE
                     INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               CLOSE REPORT-FILE
               PERFORM WRITE-SECTION-REPORT
               PERFORM ARCHIVE-INPUT-FILE
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
           MOVE "AOC-2022-4" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-4: alert not recorded - "
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
           MOVE WS-EXCEPTION-FILENAME TO WS-AUD-EXCEPTION-FILE.
           MOVE WS-LINE-NUMBER TO WS-AUD-RECORDS-READ.
           MOVE WS-EXCEPTION-COUNT TO WS-AUD-EXCEPTIONS.
           MOVE WS-DOUBLE-BOOKED-COUNT TO WS-AUD-DOUBLE-BOOKED.
           MOVE "STAMP" TO WS-SEAL-FUNCTION.
           MOVE WS-AUDIT-REC TO WS-SEAL-ROW.
           CALL "AOC-2022-SEAL" USING WS-SEAL-REQUEST.
           MOVE WS-SEAL-ROW TO WS-AUDIT-REC.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FS = "00"
               CLOSE AUDIT-FILE
                 DELIMITED BY SIZE INTO WS-PROPOSAL-FILENAME
           END-IF.

       SET-DOUBLE-FILENAME.
           IF WS-RUN-DATE = SPACES
               MOVE "inputs/day4-doublebook.txt" TO
                 WS-DOUBLE-FILENAME
           ELSE
               STRING "inputs/day4-doublebook-" WS-RUN-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-DOUBLE-FILENAME
           END-IF.

       SET-SECTION-FILENAME.
           IF WS-RUN-DATE = SPACES
               MOVE "reports/day4-sections.txt" TO
           END-IF.
           ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT
             "AOC_FORCE_REPROCESS".
           IF WS-FORCE-FLAG = "Y" AND WS-SKIP-RUN = "Y"
               MOVE "AOC-2022-4" TO WS-ATH-PROGRAM
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
            END-IF
            IF WS-VALID-RECORD = "Y"
              PERFORM PROCESS-DATA
              IF WS-PAIR-EXTENDED = "Y"
                PERFORM RECORD-PAIR-BOOKINGS
              END-IF
            ELSE
              PERFORM WRITE-EXCEPTION
            END-IF
               ADD 1 TO WS-PROPOSAL-COUNT
           END-IF.

       RECORD-PAIR-BOOKINGS.
           PERFORM WITH TEST BEFORE VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > 2
               IF WS-BOOKING-COUNT < 5000
                   ADD 1 TO WS-BOOKING-COUNT
                   MOVE WS-PAIR-ELF-ID(WS-PAIR-IDX) TO
                     WS-BKG-ELF-ID(WS-BOOKING-COUNT)
                   MOVE WS-PAIR-NAME(WS-PAIR-IDX) TO
                     WS-BKG-NAME(WS-BOOKING-COUNT)
                   MOVE WS-PAIR-TEAM(WS-PAIR-IDX) TO
                     WS-BKG-TEAM(WS-BOOKING-COUNT)
                   MOVE WS-LINE-NUMBER TO
                     WS-BKG-LINE(WS-BOOKING-COUNT)
                   MOVE WS-GROUP-VALUE(WS-PAIR-IDX, 1) TO
                     WS-BKG-LO(WS-BOOKING-COUNT)
                   MOVE WS-GROUP-VALUE(WS-PAIR-IDX, 2) TO
                     WS-BKG-HI(WS-BOOKING-COUNT)
                   MOVE "N" TO WS-BKG-CLASH(WS-BOOKING-COUNT)
               ELSE
                   MOVE "Y" TO WS-BOOKING-OVERFLOW
               END-IF
           END-PERFORM.

       CHECK-DOUBLE-BOOKINGS.
           MOVE 0 TO WS-DOUBLE-BOOKED-COUNT.
           MOVE 0 TO WS-DOUBLE-CLASH-COUNT.
           OPEN OUTPUT DOUBLE-FILE.
           PERFORM WITH TEST BEFORE VARYING WS-BKG-IDX FROM 1 BY 1
             UNTIL WS-BKG-IDX > WS-BOOKING-COUNT
               PERFORM WITH TEST BEFORE VARYING WS-BKG-SCAN FROM
                 WS-BKG-IDX BY 1 UNTIL WS-BKG-SCAN > WS-BOOKING-COUNT
                   IF WS-BKG-SCAN > WS-BKG-IDX AND
                     WS-BKG-ELF-ID(WS-BKG-SCAN) =
                     WS-BKG-ELF-ID(WS-BKG-IDX) AND
                     WS-BKG-LINE(WS-BKG-SCAN) NOT =
                     WS-BKG-LINE(WS-BKG-IDX) AND
                     WS-BKG-LO(WS-BKG-SCAN) <= WS-BKG-HI(WS-BKG-IDX)
                     AND WS-BKG-HI(WS-BKG-SCAN) >=
                     WS-BKG-LO(WS-BKG-IDX)
                       PERFORM WRITE-DOUBLE-BOOKING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM WITH TEST BEFORE VARYING WS-BKG-IDX FROM 1 BY 1
             UNTIL WS-BKG-IDX > WS-BOOKING-COUNT
               IF WS-BKG-CLASH(WS-BKG-IDX) = "Y"
                   MOVE "N" TO WS-BKG-SEEN
                   PERFORM WITH TEST BEFORE VARYING WS-BKG-SCAN FROM
                     1 BY 1 UNTIL WS-BKG-SCAN >= WS-BKG-IDX
                       IF WS-BKG-CLASH(WS-BKG-SCAN) = "Y" AND
                         WS-BKG-ELF-ID(WS-BKG-SCAN) =
                         WS-BKG-ELF-ID(WS-BKG-IDX)
                           MOVE "Y" TO WS-BKG-SEEN
                       END-IF
                   END-PERFORM
                   IF WS-BKG-SEEN = "N"
                       ADD 1 TO WS-DOUBLE-BOOKED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DOUBLE-FILE.

       WRITE-DOUBLE-BOOKING.
           ADD 1 TO WS-DOUBLE-CLASH-COUNT.
           MOVE "Y" TO WS-BKG-CLASH(WS-BKG-IDX).
           MOVE "Y" TO WS-BKG-CLASH(WS-BKG-SCAN).
           MOVE WS-BKG-ELF-ID(WS-BKG-IDX) TO WS-DBL-ELF.
           MOVE WS-BKG-NAME(WS-BKG-IDX) TO WS-DBL-NAME.
           MOVE WS-BKG-TEAM(WS-BKG-IDX) TO WS-DBL-TEAM.
           MOVE WS-BKG-LINE(WS-BKG-IDX) TO WS-DBL-LINE-1.
           MOVE WS-BKG-LO(WS-BKG-IDX) TO WS-DBL-LO-1.
           MOVE WS-BKG-HI(WS-BKG-IDX) TO WS-DBL-HI-1.
           MOVE WS-BKG-LINE(WS-BKG-SCAN) TO WS-DBL-LINE-2.
           MOVE WS-BKG-LO(WS-BKG-SCAN) TO WS-DBL-LO-2.
           MOVE WS-BKG-HI(WS-BKG-SCAN) TO WS-DBL-HI-2.
           MOVE WS-DOUBLE-REC TO DOUBLE-LINE.
           WRITE DOUBLE-LINE.

       TALLY-SECTIONS.
           COMPUTE WS-SECT-LOW = FUNCTION MIN(WS-GROUP-VALUE(1,1)
             WS-GROUP-VALUE(2,1)).
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
           MOVE "AOC-2022-4" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.

       RELEASE-CONTROL-LOCKS.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "RUNCTL" TO WS-LCK-RESOURCE(1).
           MOVE "RUNAUDIT" TO WS-LCK-RESOURCE(2).
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-4" TO WS-LCK-PROGRAM.
           MOVE WS-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
