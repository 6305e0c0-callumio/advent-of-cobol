       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-LOCK.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "control/lock-registry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FS.
           SELECT GUARD-FILE ASSIGN TO "control/lock-registry.grd"
           ORGANIZATION IS SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-GRD-FS.
           SELECT CONFIG-FILE ASSIGN TO "control/lock-config.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-FS.
       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           01 REGISTRY-LINE PIC X(80).
           FD GUARD-FILE.
           01 GUARD-REC PIC X(1).
           FD CONFIG-FILE.
           01 CONFIG-LINE PIC X(40).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-REG-FS PIC X(2) VALUE "00".
         05 WS-REG-EOF PIC X VALUE "N".
         05 WS-CFG-FS PIC X(2) VALUE "00".
         05 WS-GRD-FS PIC X(2) VALUE "00".
         05 WS-GUARD-HELD PIC X VALUE "N".
         05 WS-GUARD-WAITED PIC 9(4) VALUE 0.
         05 WS-GUARD-LIMIT PIC 9(4) VALUE 60.
         05 WS-CFG-EOF PIC X VALUE "N".
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-WAIT-MODE PIC X(4) VALUE "WAIT".
         05 WS-WAIT-SECS PIC 9(4) VALUE 30.
         05 WS-STALE-MINS PIC 9(4) VALUE 60.
         05 WS-STALE-BREAK PIC X VALUE "N".
         05 WS-WAITED-SECS PIC 9(4) VALUE 0.
         05 WS-SLEEP-SECS PIC 9(4) VALUE 1.
         05 WS-WAIT-SHOWN PIC X VALUE "N".
         05 WS-RES-IDX PIC 9(1) VALUE 0.
         05 WS-ROW-IDX PIC 9(3) VALUE 0.
         05 WS-CONFLICT-IDX PIC 9(3) VALUE 0.
         05 WS-REMOVED PIC X VALUE "N".
         05 WS-BROKE-STALE PIC X VALUE "N".
         05 WS-NOW-STAMP PIC X(14) VALUE SPACES.
         05 WS-NOW-SECS PIC 9(12) VALUE 0.
         05 WS-HELD-SECS PIC 9(12) VALUE 0.
         05 WS-SECS-WORK PIC 9(12) VALUE 0.
         05 WS-STAMP-WORK PIC X(14) VALUE SPACES.
       01 WS-CONFIG-PARSE.
         05 WS-CFG-TOKEN-1 PIC X(12).
         05 WS-CFG-TOKEN-2 PIC X(12).
         05 WS-CFG-REST PIC X(16).
       01 WS-REGISTRY-TABLE.
         05 WS-REG-COUNT PIC 9(3) VALUE 0.
         05 WS-REG-ENTRY OCCURS 100.
           10 WS-REG-ROW PIC X(80).
           10 WS-REG-KEEP PIC X.
       COPY LOCKREC.
       LINKAGE SECTION.
       COPY LOCKREQ.
       PROCEDURE DIVISION USING WS-LOCK-REQUEST.
       MAIN.
           MOVE 0 TO WS-LCK-RC.
           MOVE SPACES TO WS-LCK-CONFLICT.
           MOVE SPACES TO WS-LCK-HOLDER.
           MOVE SPACES TO WS-LCK-HOLDER-KEY.
           MOVE SPACES TO WS-LCK-HOLDER-TIME.
           MOVE "N" TO WS-LCK-STALE.
           IF WS-LCK-FUNCTION = "ACQUIRE"
               PERFORM LOAD-LOCK-CONFIG
               PERFORM ACQUIRE-RESOURCES
               MOVE WS-LCK-CALLER-RC TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LCK-FUNCTION = "RELEASE" OR WS-LCK-FUNCTION =
             "FORCE"
               PERFORM RELEASE-RESOURCES
               MOVE WS-LCK-CALLER-RC TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 8 TO WS-LCK-RC.
           MOVE WS-LCK-CALLER-RC TO RETURN-CODE.
           GOBACK.

       LOAD-LOCK-CONFIG.
           MOVE "WAIT" TO WS-WAIT-MODE.
           MOVE 30 TO WS-WAIT-SECS.
           MOVE 60 TO WS-STALE-MINS.
           MOVE "N" TO WS-STALE-BREAK.
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
                   PERFORM LOAD-CONFIG-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CONFIG-FILE.

       LOAD-CONFIG-ENTRY.
           MOVE SPACES TO WS-CONFIG-PARSE.
           UNSTRING CONFIG-LINE DELIMITED BY ALL " "
             INTO WS-CFG-TOKEN-1 WS-CFG-TOKEN-2 WS-CFG-REST
           END-UNSTRING.
           IF WS-CFG-TOKEN-1 = "MODE" AND (WS-CFG-TOKEN-2 = "WAIT"
             OR WS-CFG-TOKEN-2 = "FAIL")
               MOVE WS-CFG-TOKEN-2 TO WS-WAIT-MODE
           END-IF.
           IF WS-CFG-TOKEN-1 = "STALEBREAK" AND (WS-CFG-TOKEN-2 =
             "Y" OR WS-CFG-TOKEN-2 = "N")
               MOVE WS-CFG-TOKEN-2 TO WS-STALE-BREAK
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-CFG-TOKEN-2) TO WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CFG-TOKEN-1 = "WAIT"
               MOVE FUNCTION NUMVAL(WS-CFG-TOKEN-2) TO WS-WAIT-SECS
           END-IF.
           IF WS-CFG-TOKEN-1 = "STALE"
               MOVE FUNCTION NUMVAL(WS-CFG-TOKEN-2) TO WS-STALE-MINS
           END-IF.

       ACQUIRE-RESOURCES.
           MOVE 0 TO WS-WAITED-SECS.
           MOVE "N" TO WS-WAIT-SHOWN.
           PERFORM TRY-ACQUIRE.
           PERFORM WITH TEST BEFORE UNTIL WS-LCK-RC NOT = 20 OR
             WS-LCK-STALE = "Y" OR WS-WAIT-MODE = "FAIL" OR
             WS-WAITED-SECS >= WS-WAIT-SECS
               IF WS-WAIT-SHOWN = "N"
                   DISPLAY "AOC-2022-LOCK: " WS-LCK-CONFLICT
                     " is held by " WS-LCK-HOLDER " for "
                     WS-LCK-HOLDER-KEY " since " WS-LCK-HOLDER-TIME
                     " - " WS-LCK-PROGRAM " waiting up to "
                     WS-WAIT-SECS " second(s)."
                   MOVE "Y" TO WS-WAIT-SHOWN
               END-IF
               CALL "C$SLEEP" USING WS-SLEEP-SECS
               ADD WS-SLEEP-SECS TO WS-WAITED-SECS
               PERFORM TRY-ACQUIRE
           END-PERFORM.
           IF WS-LCK-RC = 20
               IF WS-LCK-STALE = "Y"
                   DISPLAY "AOC-2022-LOCK: " WS-LCK-CONFLICT
                     " has a STALE lock held by " WS-LCK-HOLDER
                     " for " WS-LCK-HOLDER-KEY " since "
                     WS-LCK-HOLDER-TIME " - release it with "
                     "AOC-2022-LOCKS once the holder is known to "
                     "have ended."
               ELSE
                   DISPLAY "AOC-2022-LOCK: " WS-LCK-CONFLICT
                     " is still held by " WS-LCK-HOLDER " for "
                     WS-LCK-HOLDER-KEY " - " WS-LCK-PROGRAM
                     " refused."
               END-IF
           END-IF.

       TRY-ACQUIRE.
           MOVE 0 TO WS-LCK-RC.
           MOVE "N" TO WS-LCK-STALE.
           MOVE "N" TO WS-BROKE-STALE.
           PERFORM TAKE-REGISTRY-GUARD.
           IF WS-GUARD-HELD = "N"
               MOVE 8 TO WS-LCK-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-REGISTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-NOW-SECS.
           PERFORM FIND-CONFLICT.
           PERFORM WITH TEST BEFORE UNTIL WS-CONFLICT-IDX = 0 OR
             WS-LCK-RC = 20
               PERFORM ASSESS-CONFLICT
           END-PERFORM.
           IF WS-LCK-RC = 20
               PERFORM DROP-REGISTRY-GUARD
               EXIT PARAGRAPH
           END-IF.
           IF WS-BROKE-STALE = "Y"
               MOVE "Y" TO WS-LCK-STALE
           END-IF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REG-FS = "00"
               CLOSE REGISTRY-FILE
               OPEN EXTEND REGISTRY-FILE
           ELSE
               OPEN OUTPUT REGISTRY-FILE
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-RES-IDX FROM 1 BY 1
             UNTIL WS-RES-IDX > 5
               IF WS-LCK-RESOURCE(WS-RES-IDX) NOT = SPACES
                   MOVE WS-LCK-RESOURCE(WS-RES-IDX) TO
                     WS-LKR-RESOURCE
                   MOVE WS-LCK-PROGRAM TO WS-LKR-PROGRAM
                   MOVE WS-LCK-RUN-KEY TO WS-LKR-RUN-KEY
                   MOVE WS-NOW-STAMP TO WS-LKR-ACQUIRED
                   MOVE WS-LOCK-REC TO REGISTRY-LINE
                   WRITE REGISTRY-LINE
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           PERFORM DROP-REGISTRY-GUARD.

       FIND-CONFLICT.
           MOVE 0 TO WS-CONFLICT-IDX.
           PERFORM WITH TEST BEFORE VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-REG-COUNT OR WS-CONFLICT-IDX > 0
               MOVE WS-REG-ROW(WS-ROW-IDX) TO WS-LOCK-REC
               PERFORM WITH TEST BEFORE VARYING WS-RES-IDX FROM 1
                 BY 1 UNTIL WS-RES-IDX > 5
                   IF WS-LCK-RESOURCE(WS-RES-IDX) NOT = SPACES AND
                     WS-LCK-RESOURCE(WS-RES-IDX) = WS-LKR-RESOURCE
                       MOVE WS-ROW-IDX TO WS-CONFLICT-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

       ASSESS-CONFLICT.
           MOVE "N" TO WS-LCK-STALE.
           MOVE WS-REG-ROW(WS-CONFLICT-IDX) TO WS-LOCK-REC.
           MOVE WS-LKR-RESOURCE TO WS-LCK-CONFLICT.
           MOVE WS-LKR-PROGRAM TO WS-LCK-HOLDER.
           MOVE WS-LKR-RUN-KEY TO WS-LCK-HOLDER-KEY.
           MOVE WS-LKR-ACQUIRED TO WS-LCK-HOLDER-TIME.
           MOVE WS-LKR-ACQUIRED TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-WORK TO WS-HELD-SECS.
           IF WS-HELD-SECS = 0 OR WS-NOW-SECS - WS-HELD-SECS >
             WS-STALE-MINS * 60
               MOVE "Y" TO WS-LCK-STALE
           END-IF.
           IF WS-LCK-STALE = "N" OR WS-STALE-BREAK = "N"
               MOVE 20 TO WS-LCK-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AOC-2022-LOCK: breaking STALE lock on "
             WS-LKR-RESOURCE " held by " WS-LKR-PROGRAM " for "
             WS-LKR-RUN-KEY " since " WS-LKR-ACQUIRED.
           MOVE "N" TO WS-REG-KEEP(WS-CONFLICT-IDX).
           PERFORM REWRITE-REGISTRY.
           MOVE "Y" TO WS-BROKE-STALE.
           PERFORM LOAD-REGISTRY.
           PERFORM FIND-CONFLICT.

       RELEASE-RESOURCES.
           PERFORM TAKE-REGISTRY-GUARD.
           IF WS-GUARD-HELD = "N"
               MOVE 8 TO WS-LCK-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-REGISTRY.
           MOVE "N" TO WS-REMOVED.
           PERFORM WITH TEST BEFORE VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-ROW-IDX) TO WS-LOCK-REC
               PERFORM WITH TEST BEFORE VARYING WS-RES-IDX FROM 1
                 BY 1 UNTIL WS-RES-IDX > 5
                   IF WS-LCK-RESOURCE(WS-RES-IDX) NOT = SPACES AND
                     WS-LCK-RESOURCE(WS-RES-IDX) = WS-LKR-RESOURCE
                     AND (WS-LCK-FUNCTION = "FORCE" OR
                     (WS-LCK-PROGRAM = WS-LKR-PROGRAM AND
                     WS-LCK-RUN-KEY = WS-LKR-RUN-KEY))
                       MOVE "N" TO WS-REG-KEEP(WS-ROW-IDX)
                       MOVE "Y" TO WS-REMOVED
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-REMOVED = "Y"
               PERFORM REWRITE-REGISTRY
           ELSE
               MOVE 4 TO WS-LCK-RC
           END-IF.
           PERFORM DROP-REGISTRY-GUARD.

       TAKE-REGISTRY-GUARD.
           MOVE "N" TO WS-GUARD-HELD.
           MOVE 0 TO WS-GUARD-WAITED.
           PERFORM WITH TEST BEFORE UNTIL WS-GUARD-HELD = "Y" OR
             WS-GUARD-WAITED > WS-GUARD-LIMIT
               OPEN I-O GUARD-FILE
               IF WS-GRD-FS = "35"
                   OPEN OUTPUT GUARD-FILE
                   IF WS-GRD-FS = "00"
                       CLOSE GUARD-FILE
                   END-IF
                   OPEN I-O GUARD-FILE
               END-IF
               IF WS-GRD-FS = "00"
                   MOVE "Y" TO WS-GUARD-HELD
               ELSE
                   CALL "C$SLEEP" USING WS-SLEEP-SECS
                   ADD WS-SLEEP-SECS TO WS-GUARD-WAITED
               END-IF
           END-PERFORM.
           IF WS-GUARD-HELD = "N"
               DISPLAY "AOC-2022-LOCK: control/lock-registry.txt "
                 "is busy (guard status " WS-GRD-FS ") - "
                 WS-LCK-FUNCTION " for " WS-LCK-PROGRAM
                 " not done."
           END-IF.

       DROP-REGISTRY-GUARD.
           IF WS-GUARD-HELD = "Y"
               CLOSE GUARD-FILE
               MOVE "N" TO WS-GUARD-HELD
           END-IF.

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
                   MOVE "Y" TO WS-REG-KEEP(WS-REG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       REWRITE-REGISTRY.
           OPEN OUTPUT REGISTRY-FILE.
           PERFORM WITH TEST BEFORE VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-REG-COUNT
               IF WS-REG-KEEP(WS-ROW-IDX) = "Y"
                   MOVE WS-REG-ROW(WS-ROW-IDX) TO REGISTRY-LINE
                   WRITE REGISTRY-LINE
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.

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
