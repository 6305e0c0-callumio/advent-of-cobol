       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-AUTH.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO
           "control/operator-authority.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATY-FS.
           SELECT VIOLATION-FILE ASSIGN TO
           "control/operator-violations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIO-FS.
           SELECT ALERT-FILE ASSIGN TO "control/alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
           FD AUTHORITY-FILE.
           01 AUTHORITY-LINE PIC X(80).
           FD VIOLATION-FILE.
           01 VIOLATION-LINE PIC X(100).
           FD ALERT-FILE.
           01 ALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-ATY-FS PIC X(2) VALUE "00".
         05 WS-ATY-EOF PIC X VALUE "N".
         05 WS-VIO-FS PIC X(2) VALUE "00".
         05 WS-ALERT-FS PIC X(2) VALUE "00".
         05 WS-TOKEN-IDX PIC 9(2) VALUE 0.
         05 WS-OPERATOR-KNOWN PIC X VALUE "N".
       01 WS-AUTHORITY-PARSE.
         05 WS-ATP-OPERATOR PIC X(8).
         05 WS-ATP-ACTION PIC X(8) OCCURS 8.
       01 WS-VIOLATION-REC.
         05 WS-VIO-TIMESTAMP PIC X(14).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-VIO-OPERATOR PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-VIO-PROGRAM PIC X(18).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-VIO-RUN-KEY PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-VIO-ACTION PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-VIO-REASON PIC X(30).
       COPY ALERTREC.
       COPY LOCKREQ.
       LINKAGE SECTION.
       COPY AUTHREQ.
       PROCEDURE DIVISION USING WS-AUTH-REQUEST.
       MAIN.
           MOVE "N" TO WS-ATH-GRANTED.
           MOVE SPACES TO WS-ATH-REASON.
           ACCEPT WS-ATH-OPERATOR FROM ENVIRONMENT "AOC_OPERATOR".
           IF WS-ATH-OPERATOR = SPACES
               MOVE "no operator ID supplied" TO WS-ATH-REASON
           ELSE
               PERFORM CHECK-AUTHORITY
           END-IF.
           IF WS-ATH-GRANTED = "N"
               PERFORM RECORD-VIOLATION
           END-IF.
           MOVE WS-ATH-CALLER-RC TO RETURN-CODE.
           GOBACK.

       CHECK-AUTHORITY.
           MOVE "N" TO WS-ATY-EOF.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-ATY-FS NOT = "00"
               MOVE "no operator authority file" TO
                 WS-ATH-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-ATY-EOF = "Y"
               READ AUTHORITY-FILE
                 AT END MOVE "Y" TO WS-ATY-EOF
               END-READ
               IF WS-ATY-EOF NOT = "Y" AND AUTHORITY-LINE NOT =
                 SPACES
                   PERFORM CHECK-AUTHORITY-ENTRY
               END-IF
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-ATH-GRANTED = "N"
               IF WS-OPERATOR-KNOWN = "Y"
                   MOVE "action not granted to operator" TO
                     WS-ATH-REASON
               ELSE
                   MOVE "operator not on authority file" TO
                     WS-ATH-REASON
               END-IF
           END-IF.

       CHECK-AUTHORITY-ENTRY.
           MOVE SPACES TO WS-AUTHORITY-PARSE.
           UNSTRING AUTHORITY-LINE DELIMITED BY ALL " "
             INTO WS-ATP-OPERATOR WS-ATP-ACTION(1) WS-ATP-ACTION(2)
             WS-ATP-ACTION(3) WS-ATP-ACTION(4) WS-ATP-ACTION(5)
             WS-ATP-ACTION(6) WS-ATP-ACTION(7) WS-ATP-ACTION(8)
           END-UNSTRING.
           IF WS-ATP-OPERATOR NOT = WS-ATH-OPERATOR
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-OPERATOR-KNOWN.
           PERFORM WITH TEST BEFORE VARYING WS-TOKEN-IDX FROM 1 BY 1
             UNTIL WS-TOKEN-IDX > 8
               IF WS-ATP-ACTION(WS-TOKEN-IDX) = WS-ATH-ACTION OR
                 WS-ATP-ACTION(WS-TOKEN-IDX) = "ALL"
                   MOVE "Y" TO WS-ATH-GRANTED
               END-IF
           END-PERFORM.

       RECORD-VIOLATION.
           DISPLAY FUNCTION TRIM(WS-ATH-PROGRAM) ": "
             FUNCTION TRIM(WS-ATH-ACTION) " refused for operator "
             FUNCTION TRIM(WS-ATH-OPERATOR) " - "
             FUNCTION TRIM(WS-ATH-REASON) ".".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VIO-TIMESTAMP.
           IF WS-ATH-OPERATOR = SPACES
               MOVE "-" TO WS-VIO-OPERATOR
           ELSE
               MOVE WS-ATH-OPERATOR TO WS-VIO-OPERATOR
           END-IF.
           MOVE WS-ATH-PROGRAM TO WS-VIO-PROGRAM.
           MOVE WS-ATH-RUN-KEY TO WS-VIO-RUN-KEY.
           MOVE WS-ATH-ACTION TO WS-VIO-ACTION.
           MOVE WS-ATH-REASON TO WS-VIO-REASON.
           OPEN INPUT VIOLATION-FILE.
           IF WS-VIO-FS = "00"
               CLOSE VIOLATION-FILE
               OPEN EXTEND VIOLATION-FILE
           ELSE
               OPEN OUTPUT VIOLATION-FILE
           END-IF.
           MOVE WS-VIOLATION-REC TO VIOLATION-LINE.
           WRITE VIOLATION-LINE.
           CLOSE VIOLATION-FILE.
           MOVE "CRIT" TO WS-ALR-SEVERITY.
           MOVE SPACES TO WS-ALR-TEXT.
           STRING WS-ATH-ACTION DELIMITED BY SPACE
             " refused for operator " DELIMITED BY SIZE
             WS-VIO-OPERATOR DELIMITED BY SPACE
             " - not authorised" DELIMITED BY SIZE
             INTO WS-ALR-TEXT.
           PERFORM WRITE-ALERT.

       WRITE-ALERT.
           MOVE WS-ATH-PROGRAM TO WS-ALR-PROGRAM.
           MOVE WS-ATH-RUN-KEY TO WS-ALR-RUN-KEY.
           MOVE "OPEN" TO WS-ALR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALR-TIMESTAMP.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "ALERTS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE WS-ATH-PROGRAM TO WS-LCK-PROGRAM.
           MOVE WS-ALR-RUN-KEY TO WS-LCK-RUN-KEY.
           MOVE WS-ATH-CALLER-RC TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY FUNCTION TRIM(WS-ATH-PROGRAM) ": alert not "
                 "recorded - " FUNCTION TRIM(WS-ALR-TEXT)
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
           MOVE WS-ATH-CALLER-RC TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
