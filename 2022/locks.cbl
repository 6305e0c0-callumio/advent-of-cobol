       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-LOCKS.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "control/lock-registry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FS.
           SELECT CONFIG-FILE ASSIGN TO "control/lock-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-FS.
           SELECT LOCK-REPORT-FILE ASSIGN TO DYNAMIC
           WS-LOCK-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           01 REGISTRY-LINE PIC X(80).
           FD CONFIG-FILE.
           01 CONFIG-LINE PIC X(40).
           FD LOCK-REPORT-FILE.
           01 LOCK-REPORT-LINE PIC X(110).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-REG-FS PIC X(2) VALUE "00".
         05 WS-REG-EOF PIC X VALUE "N".
         05 WS-CFG-FS PIC X(2) VALUE "00".
         05 WS-CFG-EOF PIC X VALUE "N".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-LOCK-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-TODAY-DATE PIC X(8) VALUE SPACES.
         05 WS-CUR-DATE-FIELDS PIC X(21) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-STALE-MINS PIC 9(4) VALUE 60.
         05 WS-RELEASE-ENV PIC X(8) VALUE SPACES.
         05 WS-LOCK-COUNT PIC 9(3) VALUE 0.
         05 WS-STALE-COUNT PIC 9(3) VALUE 0.
         05 WS-NOW-SECS PIC 9(12) VALUE 0.
         05 WS-HELD-SECS PIC 9(12) VALUE 0.
         05 WS-SECS-WORK PIC 9(12) VALUE 0.
         05 WS-STAMP-WORK PIC X(14) VALUE SPACES.
         05 WS-AGE-MINS PIC 9(6) VALUE 0.
         05 WS-LOCK-FLAG PIC X(5) VALUE SPACES.
         05 WS-RELEASED-HOLDER PIC X(18) VALUE SPACES.
         05 WS-ROW-IDX PIC 9(3) VALUE 0.
       01 WS-CONFIG-PARSE.
         05 WS-CFG-TOKEN-1 PIC X(12).
         05 WS-CFG-TOKEN-2 PIC X(12).
         05 WS-CFG-REST PIC X(16).
       01 WS-REGISTRY-TABLE.
         05 WS-REG-COUNT PIC 9(3) VALUE 0.
         05 WS-REG-ROW PIC X(80) OCCURS 100.
       01 WS-LOCK-TEXT PIC X(100) VALUE SPACES.
       COPY LOCKREC.
       COPY ALERTREC.
       COPY LOCKREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE-FIELDS.
           MOVE WS-CUR-DATE-FIELDS(1:8) TO WS-TODAY-DATE.
           MOVE WS-CUR-DATE-FIELDS(1:14) TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-NOW-SECS.
           PERFORM LOAD-STALE-LIMIT.
           STRING "reports/locks-" WS-TODAY-DATE ".txt"
             DELIMITED BY SIZE INTO WS-LOCK-REPORT-FILENAME.
           OPEN OUTPUT LOCK-REPORT-FILE.
           ACCEPT WS-RELEASE-ENV FROM ENVIRONMENT "AOC_LOCK_RELEASE".
           IF WS-RELEASE-ENV NOT = SPACES
               PERFORM FORCE-RELEASE
           END-IF.
           MOVE SPACES TO WS-LOCK-TEXT.
           STRING "Lock registry at " WS-CUR-DATE-FIELDS(1:14)
             " (stale after " WS-STALE-MINS " minute(s))"
             DELIMITED BY SIZE INTO WS-LOCK-TEXT.
           PERFORM WRITE-LOCK-LINE.
           MOVE "RESOURCE PROGRAM            RUN KEY  ACQUIRED       "
             TO WS-LOCK-TEXT.
           MOVE "AGE(MIN) FLAG" TO WS-LOCK-TEXT(56:13).
           PERFORM WRITE-LOCK-LINE.
           PERFORM LOAD-REGISTRY.
           PERFORM WITH TEST BEFORE VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-REG-COUNT
               PERFORM LIST-ONE-LOCK
           END-PERFORM.
           IF WS-LOCK-COUNT = 0
               MOVE "No locks held." TO WS-LOCK-TEXT
               PERFORM WRITE-LOCK-LINE
           END-IF.
           MOVE SPACES TO WS-LOCK-TEXT.
           STRING "Locks held: " WS-LOCK-COUNT "  stale: "
             WS-STALE-COUNT DELIMITED BY SIZE INTO WS-LOCK-TEXT.
           PERFORM WRITE-LOCK-LINE.
           CLOSE LOCK-REPORT-FILE.
           IF WS-STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-STALE-LIMIT.
           MOVE "N" TO WS-CFG-EOF.
           OPEN INPUT CONFIG-FILE.
           IF WS-CFG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-CFG-EOF = "Y"
               READ CONFIG-FILE
                 AT END MOVE "Y" TO WS-CFG-EOF
               END-READ
               IF WS-CFG-EOF NOT = "Y" AND CONFIG-LINE NOT = SPACES
                   MOVE SPACES TO WS-CONFIG-PARSE
                   UNSTRING CONFIG-LINE DELIMITED BY ALL " "
                     INTO WS-CFG-TOKEN-1 WS-CFG-TOKEN-2 WS-CFG-REST
                   END-UNSTRING
                   MOVE FUNCTION TEST-NUMVAL(WS-CFG-TOKEN-2) TO
                     WS-NUM-CHECK
                   IF WS-CFG-TOKEN-1 = "STALE" AND WS-NUM-CHECK = 0
                       MOVE FUNCTION NUMVAL(WS-CFG-TOKEN-2) TO
                         WS-STALE-MINS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONFIG-FILE.

       LOAD-REGISTRY.
           MOVE 0 TO WS-REG-COUNT.
           MOVE "N" TO WS-REG-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-REG-EOF = "Y"
               READ REGISTRY-FILE
                 AT END MOVE "Y" TO WS-REG-EOF
               END-READ
               IF WS-REG-EOF NOT = "Y" AND REGISTRY-LINE NOT = SPACES
                 AND WS-REG-COUNT < 100
                   ADD 1 TO WS-REG-COUNT
                   MOVE REGISTRY-LINE TO WS-REG-ROW(WS-REG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       LIST-ONE-LOCK.
           ADD 1 TO WS-LOCK-COUNT.
           MOVE WS-REG-ROW(WS-ROW-IDX) TO WS-LOCK-REC.
           MOVE WS-LKR-ACQUIRED TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-HELD-SECS.
           MOVE 0 TO WS-AGE-MINS.
           IF WS-HELD-SECS > 0 AND WS-NOW-SECS > WS-HELD-SECS
               COMPUTE WS-AGE-MINS = (WS-NOW-SECS - WS-HELD-SECS)
                 / 60
           END-IF.
           MOVE SPACES TO WS-LOCK-FLAG.
           IF WS-HELD-SECS = 0 OR WS-AGE-MINS > WS-STALE-MINS
               MOVE "STALE" TO WS-LOCK-FLAG
               ADD 1 TO WS-STALE-COUNT
               MOVE "WARN" TO WS-ALR-SEVERITY
               MOVE SPACES TO WS-ALR-TEXT
               STRING "stale lock on " DELIMITED BY SIZE
                 WS-LKR-RESOURCE DELIMITED BY SPACE
                 " held by " DELIMITED BY SIZE
                 WS-LKR-PROGRAM DELIMITED BY SIZE INTO WS-ALR-TEXT
               MOVE WS-LKR-RUN-KEY TO WS-ALR-RUN-KEY
               PERFORM WRITE-ALERT
           END-IF.
           MOVE SPACES TO WS-LOCK-TEXT.
           STRING WS-LKR-RESOURCE " " WS-LKR-PROGRAM " "
             WS-LKR-RUN-KEY " " WS-LKR-ACQUIRED " " WS-AGE-MINS
             "   " WS-LOCK-FLAG DELIMITED BY SIZE INTO WS-LOCK-TEXT.
           PERFORM WRITE-LOCK-LINE.

       FORCE-RELEASE.
           MOVE SPACES TO WS-RELEASED-HOLDER.
           MOVE "N" TO WS-REG-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-REG-EOF = "Y"
                   READ REGISTRY-FILE
                     AT END MOVE "Y" TO WS-REG-EOF
                   END-READ
                   IF WS-REG-EOF NOT = "Y"
                       MOVE REGISTRY-LINE TO WS-LOCK-REC
                       IF WS-LKR-RESOURCE = WS-RELEASE-ENV
                           MOVE WS-LKR-PROGRAM TO WS-RELEASED-HOLDER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE WS-RELEASE-ENV TO WS-LCK-RESOURCE(1).
           MOVE "FORCE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-LOCKS" TO WS-LCK-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-TEXT.
           IF WS-LCK-RC NOT = 0
               STRING "No lock held on " WS-RELEASE-ENV
                 " - nothing released" DELIMITED BY SIZE
                 INTO WS-LOCK-TEXT
               PERFORM WRITE-LOCK-LINE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           STRING "Lock on " DELIMITED BY SIZE
             WS-RELEASE-ENV DELIMITED BY SPACE
             " held by " DELIMITED BY SIZE
             WS-RELEASED-HOLDER DELIMITED BY SPACE
             " force-released" DELIMITED BY SIZE INTO WS-LOCK-TEXT.
           PERFORM WRITE-LOCK-LINE.
           MOVE "INFO" TO WS-ALR-SEVERITY.
           MOVE SPACES TO WS-ALR-TEXT.
           MOVE WS-LOCK-TEXT TO WS-ALR-TEXT.
           MOVE WS-TODAY-DATE TO WS-ALR-RUN-KEY.
           PERFORM WRITE-ALERT.

       WRITE-ALERT.
           MOVE "AOC-2022-LOCKS" TO WS-ALR-PROGRAM.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-LOCKS" TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "AOC-2022-LOCKS: alert not recorded - "
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

       WRITE-LOCK-LINE.
           DISPLAY "AOC-2022-LOCKS: " FUNCTION TRIM(WS-LOCK-TEXT).
           MOVE WS-LOCK-TEXT TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.

       STAMP-TO-SECONDS.
           MOVE 0 TO WS-SECS-WORK.
           MOVE FUNCTION TEST-NUMVAL(WS-STAMP-WORK) TO
             WS-NUM-CHECK.
           IF WS-NUM-CHECK = 0 AND WS-STAMP-WORK(1:8) NOT =
             "00000000"
               COMPUTE WS-SECS-WORK = FUNCTION
                 INTEGER-OF-DATE(FUNCTION
                 NUMVAL(WS-STAMP-WORK(1:8))) * 86400
                 + FUNCTION NUMVAL(WS-STAMP-WORK(9:2)) * 3600
                 + FUNCTION NUMVAL(WS-STAMP-WORK(11:2)) * 60
                 + FUNCTION NUMVAL(WS-STAMP-WORK(13:2))
           END-IF.
