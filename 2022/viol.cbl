       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-VIOL.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO
           "control/operator-violations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIO-FS.
           SELECT VIOL-REPORT-FILE ASSIGN TO DYNAMIC
           WS-VIOL-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD VIOLATION-FILE.
           01 VIOLATION-LINE PIC X(100).
           FD VIOL-REPORT-FILE.
           01 VIOL-REPORT-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-VIO-FS PIC X(2) VALUE "00".
         05 WS-VIO-EOF PIC X VALUE "N".
         05 WS-VIOL-REPORT-FILENAME PIC X(44) VALUE SPACES.
         05 WS-PERIOD-ENV PIC X(8) VALUE SPACES.
         05 WS-PERIOD PIC X(6) VALUE SPACES.
         05 WS-NUM-CHECK PIC S9(4) VALUE 0.
         05 WS-VIOLATION-COUNT PIC 9(6) VALUE 0.
         05 WS-OPR-IDX PIC 9(3) VALUE 0.
         05 WS-OPR-FOUND PIC X VALUE "N".
       01 WS-OPERATOR-TABLE.
         05 WS-OPR-COUNT PIC 9(3) VALUE 0.
         05 WS-OPR-ENTRY OCCURS 100.
           10 WS-OPR-ID PIC X(8).
           10 WS-OPR-REFUSED PIC 9(6).
       01 WS-VIOLATION-REC.
         05 WS-VIO-TIMESTAMP PIC X(14).
         05 FILLER PIC X(1).
         05 WS-VIO-OPERATOR PIC X(8).
         05 FILLER PIC X(1).
         05 WS-VIO-PROGRAM PIC X(18).
         05 FILLER PIC X(1).
         05 WS-VIO-RUN-KEY PIC X(8).
         05 FILLER PIC X(1).
         05 WS-VIO-ACTION PIC X(8).
         05 FILLER PIC X(1).
         05 WS-VIO-REASON PIC X(30).
       01 WS-VIOL-TEXT PIC X(110) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "AOC_VIOL_PERIOD".
           MOVE FUNCTION TEST-NUMVAL(WS-PERIOD-ENV(1:6)) TO
             WS-NUM-CHECK.
           IF WS-PERIOD-ENV NOT = SPACES AND (WS-NUM-CHECK NOT = 0
             OR WS-PERIOD-ENV(6:1) = SPACE)
               DISPLAY "AOC-2022-VIOL: AOC_VIOL_PERIOD must be "
                 "YYYYMM, or unset for every period."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PERIOD-ENV = SPACES
               MOVE "reports/operator-violations.txt" TO
                 WS-VIOL-REPORT-FILENAME
           ELSE
               MOVE WS-PERIOD-ENV(1:6) TO WS-PERIOD
               STRING "reports/operator-violations-" WS-PERIOD
                 ".txt" DELIMITED BY SIZE
                 INTO WS-VIOL-REPORT-FILENAME
           END-IF.
           OPEN OUTPUT VIOL-REPORT-FILE.
           MOVE SPACES TO WS-VIOL-TEXT.
           IF WS-PERIOD = SPACES
               MOVE "Operator authority violations - all periods"
                 TO WS-VIOL-TEXT
           ELSE
               STRING "Operator authority violations for period "
                 WS-PERIOD DELIMITED BY SIZE INTO WS-VIOL-TEXT
           END-IF.
           PERFORM WRITE-VIOL-LINE.
           MOVE "N" TO WS-VIO-EOF.
           OPEN INPUT VIOLATION-FILE.
           IF WS-VIO-FS = "00"
               PERFORM WITH TEST BEFORE UNTIL WS-VIO-EOF = "Y"
                   READ VIOLATION-FILE INTO WS-VIOLATION-REC
                     AT END MOVE "Y" TO WS-VIO-EOF
                   END-READ
                   IF WS-VIO-EOF NOT = "Y" AND (WS-PERIOD = SPACES
                     OR WS-VIO-TIMESTAMP(1:6) = WS-PERIOD)
                       PERFORM REPORT-VIOLATION
                   END-IF
               END-PERFORM
               CLOSE VIOLATION-FILE
           END-IF.
           MOVE SPACES TO WS-VIOL-TEXT.
           WRITE VIOL-REPORT-LINE FROM WS-VIOL-TEXT.
           PERFORM WITH TEST BEFORE VARYING WS-OPR-IDX FROM 1 BY 1
             UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE SPACES TO WS-VIOL-TEXT
               STRING "Operator " WS-OPR-ID(WS-OPR-IDX) " "
                 WS-OPR-REFUSED(WS-OPR-IDX) " refused attempt(s)"
                 DELIMITED BY SIZE INTO WS-VIOL-TEXT
               PERFORM WRITE-VIOL-LINE
           END-PERFORM.
           MOVE SPACES TO WS-VIOL-TEXT.
           STRING "Refused attempts: " WS-VIOLATION-COUNT
             DELIMITED BY SIZE INTO WS-VIOL-TEXT.
           PERFORM WRITE-VIOL-LINE.
           CLOSE VIOL-REPORT-FILE.
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           MOVE SPACES TO WS-VIOL-TEXT.
           STRING WS-VIO-TIMESTAMP " " WS-VIO-OPERATOR " "
             WS-VIO-ACTION " by " WS-VIO-PROGRAM " for "
             WS-VIO-RUN-KEY " - " WS-VIO-REASON
             DELIMITED BY SIZE INTO WS-VIOL-TEXT.
           PERFORM WRITE-VIOL-LINE.
           MOVE "N" TO WS-OPR-FOUND.
           PERFORM WITH TEST BEFORE VARYING WS-OPR-IDX FROM 1 BY 1
             UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-OPR-FOUND = "Y"
               IF WS-OPR-ID(WS-OPR-IDX) = WS-VIO-OPERATOR
                   MOVE "Y" TO WS-OPR-FOUND
                   ADD 1 TO WS-OPR-REFUSED(WS-OPR-IDX)
               END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = "N" AND WS-OPR-COUNT < 100
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-VIO-OPERATOR TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE 1 TO WS-OPR-REFUSED(WS-OPR-COUNT)
           END-IF.

       WRITE-VIOL-LINE.
           DISPLAY "AOC-2022-VIOL: " FUNCTION TRIM(WS-VIOL-TEXT).
           MOVE WS-VIOL-TEXT TO VIOL-REPORT-LINE.
           WRITE VIOL-REPORT-LINE.
