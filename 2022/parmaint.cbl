       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-PARMAINT.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FS.
           SELECT CHANGE-LOG-FILE ASSIGN TO
           "control/parameter-change-log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-FS.
       DATA DIVISION.
       FILE SECTION.
           FD PARM-FILE.
           01 PARM-LINE PIC X(60).
           FD CHANGE-LOG-FILE.
           01 CHANGE-LOG-LINE PIC X(183).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-DONE PIC X VALUE "N".
         05 WS-FILE-DONE PIC X VALUE "N".
         05 WS-IN-CHOICE PIC X(8) VALUE SPACES.
         05 WS-IN-ACTION PIC X(8) VALUE SPACES.
         05 WS-IN-NUMBER PIC X(8) VALUE SPACES.
         05 WS-IN-CONFIRM PIC X(8) VALUE SPACES.
         05 WS-IN-ENTRY PIC X(80) VALUE SPACES.
         05 WS-PARM-FILENAME PIC X(40) VALUE SPACES.
         05 WS-PARM-FS PIC X(2) VALUE "00".
         05 WS-PARM-EOF PIC X VALUE "N".
         05 WS-CHG-FS PIC X(2) VALUE "00".
         05 WS-FILE-IDX PIC 9(1) VALUE 0.
         05 WS-PF-IDX PIC 9(1) VALUE 0.
         05 WS-ENT-IDX PIC 9(3) VALUE 0.
         05 WS-EDIT-IDX PIC 9(3) VALUE 0.
         05 WS-DAY-IDX PIC 9(2) VALUE 0.
         05 WS-TOK-IDX PIC 9(1) VALUE 0.
         05 WS-TOK-LEN PIC 9(2) VALUE 0.
         05 WS-ENTRY-OK PIC X VALUE "Y".
         05 WS-REJECT-REASON PIC X(50) VALUE SPACES.
         05 WS-CHECK-TOKEN PIC X(20) VALUE SPACES.
         05 WS-CHECK-NUMBER PIC 9(9) VALUE 0.
         05 WS-NUMBER-OK PIC X VALUE "N".
         05 WS-DATE-OK PIC X VALUE "N".
         05 WS-NAME-KNOWN PIC X VALUE "N".
         05 WS-MIN-VALUE PIC 9(9) VALUE 0.
         05 WS-MAX-VALUE PIC 9(9) VALUE 0.
         05 WS-DATE-INTEGER PIC 9(8) VALUE 0.
         05 WS-DATE-CHECK PIC 9(8) VALUE 0.
         05 WS-DUP-FOUND PIC X VALUE "N".
         05 WS-DUP-IDX PIC 9(3) VALUE 0.
         05 WS-REG-IN-USE PIC X VALUE "N".
         05 WS-CHANGE-ACTION PIC X(1) VALUE SPACE.
         05 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
         05 WS-AUTH-CHECKED PIC X VALUE "N".
         05 WS-AUTH-GRANTED PIC X VALUE "N".
         05 WS-TODAY-DATE PIC X(8) VALUE SPACES.
         05 WS-MAX-LEN PIC 9(2) VALUE 0.
       01 WS-PARM-FILE-VALUES.
         05 FILLER PIC X(30) VALUE "feed-thresholds.txt         40".
         05 FILLER PIC X(30) VALUE "job-plan.txt                40".
         05 FILLER PIC X(30) VALUE "processing-calendar.txt     60".
         05 FILLER PIC X(30) VALUE "retention-policy.txt        40".
         05 FILLER PIC X(30) VALUE "runtime-windows.txt         40".
         05 FILLER PIC X(30) VALUE "ack-config.txt              40".
         05 FILLER PIC X(30) VALUE "day-registry.txt            40".
       01 WS-PARM-FILE-TABLE REDEFINES WS-PARM-FILE-VALUES.
         05 WS-PF-ENTRY OCCURS 7.
           10 WS-PF-NAME PIC X(28).
           10 WS-PF-MAX-LEN PIC 9(2).
       01 WS-PARM-FORMAT-VALUES.
         05 FILLER PIC X(48) VALUE
           "STEM MIN MAX".
         05 FILLER PIC X(48) VALUE
           "PROGRAM RUN(Y/N) ABORT(Y/N)".
         05 FILLER PIC X(48) VALUE
           "YYYYMMDD BUS|NONBUS [NOTE], or WEEKENDS NONBUS".
         05 FILLER PIC X(48) VALUE
           "STEM DAYS, or HOLD YYYYMMDD".
         05 FILLER PIC X(48) VALUE
           "PROGRAM SECONDS, or TOTAL SECONDS".
         05 FILLER PIC X(48) VALUE
           "GRACE DAYS".
         05 FILLER PIC X(48) VALUE
           "NUMBER PROGRAM METRICS STEM".
       01 WS-PARM-FORMAT-TABLE REDEFINES WS-PARM-FORMAT-VALUES.
         05 WS-PF-FORMAT PIC X(48) OCCURS 7.
       01 WS-ENTRY-TABLE.
         05 WS-ENT-COUNT PIC 9(3) VALUE 0.
         05 WS-ENT-LINE PIC X(60) OCCURS 500.
       01 WS-NEW-ENTRY PIC X(80) VALUE SPACES.
       01 WS-ENTRY-PARSE.
         05 WS-ENT-TOKEN PIC X(20) OCCURS 5.
       01 WS-OTHER-PARSE.
         05 WS-OTH-TOKEN PIC X(20) OCCURS 5.
       01 WS-IMAGE-WORK.
         05 WS-OLD-IMAGE PIC X(60) VALUE SPACES.
         05 WS-NEW-IMAGE PIC X(60) VALUE SPACES.
       01 WS-CHANGE-OUT.
         05 WS-PCL-TIMESTAMP PIC X(14).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCL-ACTION PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCL-FILE PIC X(24).
         05 FILLER PIC X(5) VALUE " OLD=".
         05 WS-PCL-OLD PIC X(60).
         05 FILLER PIC X(5) VALUE " NEW=".
         05 WS-PCL-NEW PIC X(60).
         05 FILLER PIC X(4) VALUE " BY=".
         05 WS-PCL-OPERATOR PIC X(8).
       COPY DAYREG.
       COPY LOCKREQ.
       COPY AUTHREQ.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           DISPLAY "==== AoC 2022 parameter maintenance ====".
           PERFORM FILE-MENU-LOOP UNTIL WS-DONE = "Y".
           DISPLAY "AOC-2022-PARMAINT: " WS-CHANGE-COUNT
             " change(s) saved.".
           DISPLAY "AOC-2022-PARMAINT: bye.".
           GOBACK.

       FILE-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Parameter files:".
           PERFORM WITH TEST BEFORE VARYING WS-PF-IDX FROM 1 BY 1
             UNTIL WS-PF-IDX > 7
               DISPLAY "  " WS-PF-IDX "  control/"
                 WS-PF-NAME(WS-PF-IDX)
           END-PERFORM.
           DISPLAY "File to maintain (1-7, X or blank to exit):".
           MOVE SPACES TO WS-IN-CHOICE.
           ACCEPT WS-IN-CHOICE.
           IF WS-IN-CHOICE = SPACES OR WS-IN-CHOICE = "X" OR
             WS-IN-CHOICE = "x"
               MOVE "Y" TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-CHOICE(1:1) < "1" OR WS-IN-CHOICE(1:1) > "7" OR
             WS-IN-CHOICE(2:7) NOT = SPACES
               DISPLAY "Not a parameter file choice: " WS-IN-CHOICE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-CHOICE(1:1) TO WS-FILE-IDX.
           MOVE WS-PF-MAX-LEN(WS-FILE-IDX) TO WS-MAX-LEN.
           MOVE SPACES TO WS-PARM-FILENAME.
           STRING "control/" DELIMITED BY SIZE
             WS-PF-NAME(WS-FILE-IDX) DELIMITED BY SPACE
             INTO WS-PARM-FILENAME.
           PERFORM LOAD-PARM-FILE.
           PERFORM LIST-ENTRIES.
           MOVE "N" TO WS-FILE-DONE.
           PERFORM ENTRY-MENU-LOOP UNTIL WS-FILE-DONE = "Y".

       ENTRY-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "Action on " FUNCTION TRIM(WS-PARM-FILENAME)
             " (L list, A add, C change, D delete, X or blank "
             "to go back):".
           MOVE SPACES TO WS-IN-ACTION.
           ACCEPT WS-IN-ACTION.
           INSPECT WS-IN-ACTION CONVERTING "lacdx" TO "LACDX".
           IF WS-IN-ACTION = SPACES OR WS-IN-ACTION = "X"
               MOVE "Y" TO WS-FILE-DONE
           ELSE
               IF WS-IN-ACTION = "L"
                   PERFORM LOAD-PARM-FILE
                   PERFORM LIST-ENTRIES
               ELSE
                   IF WS-IN-ACTION = "A"
                       PERFORM ADD-ENTRY
                   ELSE
                       IF WS-IN-ACTION = "C"
                           PERFORM CHANGE-ENTRY
                       ELSE
                           IF WS-IN-ACTION = "D"
                               PERFORM DELETE-ENTRY
                           ELSE
                               DISPLAY "Unknown action: "
                                 WS-IN-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-PARM-FILE.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE "N" TO WS-REG-IN-USE.
           MOVE "N" TO WS-PARM-EOF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FS NOT = "00"
               IF WS-FILE-IDX = 7
                   PERFORM LOAD-REGISTRY-IN-USE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-PARM-EOF = "Y"
               READ PARM-FILE
                 AT END MOVE "Y" TO WS-PARM-EOF
               END-READ
               IF WS-PARM-EOF NOT = "Y" AND PARM-LINE NOT = SPACES
                   IF WS-ENT-COUNT < 500
                       ADD 1 TO WS-ENT-COUNT
                       MOVE PARM-LINE TO WS-ENT-LINE(WS-ENT-COUNT)
                   ELSE
                       DISPLAY "AOC-2022-PARMAINT: entry table full "
                         "- row not shown: " PARM-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARM-FILE.
           IF WS-FILE-IDX = 7 AND WS-ENT-COUNT = 0
               PERFORM LOAD-REGISTRY-IN-USE
           END-IF.

       LOAD-REGISTRY-IN-USE.
           MOVE "Y" TO WS-REG-IN-USE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-REG-COUNT
               ADD 1 TO WS-ENT-COUNT
               MOVE SPACES TO WS-ENT-LINE(WS-ENT-COUNT)
               STRING WS-REG-NUMBER(WS-DAY-IDX) " " DELIMITED BY SIZE
                 WS-REG-PROGRAM(WS-DAY-IDX) DELIMITED BY SPACE
                 " " WS-REG-METRICS(WS-DAY-IDX) " "
                 DELIMITED BY SIZE
                 WS-REG-STEM(WS-DAY-IDX) DELIMITED BY SPACE
                 INTO WS-ENT-LINE(WS-ENT-COUNT)
           END-PERFORM.

       LIST-ENTRIES.
           DISPLAY "---- " FUNCTION TRIM(WS-PARM-FILENAME) " ----".
           DISPLAY "  Format: " WS-PF-FORMAT(WS-FILE-IDX).
           IF WS-ENT-COUNT = 0
               DISPLAY "  (no entries - the programs use their "
                 "defaults)"
           END-IF.
           IF WS-REG-IN-USE = "Y"
               DISPLAY "  (no rows on file - these are the registry "
                 "defaults in use)"
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
               DISPLAY "  " WS-ENT-IDX "  " WS-ENT-LINE(WS-ENT-IDX)
           END-PERFORM.

       ADD-ENTRY.
           PERFORM LOAD-PARM-FILE.
           IF WS-ENT-COUNT >= 500
               DISPLAY "Entry table full - nothing added."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "New entry (" FUNCTION TRIM(WS-PF-FORMAT
             (WS-FILE-IDX)) "):".
           MOVE SPACES TO WS-IN-ENTRY.
           ACCEPT WS-IN-ENTRY.
           IF WS-IN-ENTRY = SPACES
               DISPLAY "Nothing added."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EDIT-IDX.
           PERFORM VALIDATE-ENTRY.
           IF WS-ENTRY-OK = "N"
               DISPLAY "Entry rejected - "
                 FUNCTION TRIM(WS-REJECT-REASON) "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE WS-NEW-ENTRY TO WS-NEW-IMAGE.
           MOVE "A" TO WS-CHANGE-ACTION.
           PERFORM SAVE-PARM-FILE.

       CHANGE-ENTRY.
           PERFORM LOAD-PARM-FILE.
           PERFORM ASK-ENTRY-NUMBER.
           IF WS-EDIT-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current: " WS-ENT-LINE(WS-EDIT-IDX).
           DISPLAY "Replacement entry (" FUNCTION TRIM(WS-PF-FORMAT
             (WS-FILE-IDX)) ", blank to keep):".
           MOVE SPACES TO WS-IN-ENTRY.
           ACCEPT WS-IN-ENTRY.
           IF WS-IN-ENTRY = SPACES
               DISPLAY "Entry left unchanged."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-ENTRY.
           IF WS-ENTRY-OK = "N"
               DISPLAY "Entry rejected - "
                 FUNCTION TRIM(WS-REJECT-REASON) "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-ENTRY = WS-ENT-LINE(WS-EDIT-IDX)
               DISPLAY "Entry left unchanged."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-LINE(WS-EDIT-IDX) TO WS-OLD-IMAGE.
           MOVE WS-NEW-ENTRY TO WS-NEW-IMAGE.
           MOVE "C" TO WS-CHANGE-ACTION.
           PERFORM SAVE-PARM-FILE.

       DELETE-ENTRY.
           PERFORM LOAD-PARM-FILE.
           PERFORM ASK-ENTRY-NUMBER.
           IF WS-EDIT-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delete: " WS-ENT-LINE(WS-EDIT-IDX).
           DISPLAY "Confirm delete (Y/N):".
           MOVE SPACES TO WS-IN-CONFIRM.
           ACCEPT WS-IN-CONFIRM.
           IF WS-IN-CONFIRM NOT = "Y" AND WS-IN-CONFIRM NOT = "y"
               DISPLAY "Entry not deleted."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-LINE(WS-EDIT-IDX) TO WS-OLD-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE "D" TO WS-CHANGE-ACTION.
           PERFORM SAVE-PARM-FILE.

       ASK-ENTRY-NUMBER.
           MOVE 0 TO WS-EDIT-IDX.
           IF WS-ENT-COUNT = 0
               DISPLAY "No entries on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Entry number (1-" WS-ENT-COUNT "):".
           MOVE SPACES TO WS-IN-NUMBER.
           ACCEPT WS-IN-NUMBER.
           MOVE WS-IN-NUMBER TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER = 0 OR
             WS-CHECK-NUMBER > WS-ENT-COUNT
               DISPLAY "No such entry: " WS-IN-NUMBER
           ELSE
               MOVE WS-CHECK-NUMBER TO WS-EDIT-IDX
           END-IF.

       VALIDATE-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION TRIM(WS-IN-ENTRY LEADING) TO WS-NEW-ENTRY.
           IF WS-NEW-ENTRY(WS-MAX-LEN + 1:) NOT = SPACES
               MOVE "N" TO WS-ENTRY-OK
               STRING "entry is longer than " WS-MAX-LEN
                 " characters" DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ENTRY-PARSE.
           UNSTRING WS-NEW-ENTRY DELIMITED BY ALL " "
             INTO WS-ENT-TOKEN(1) WS-ENT-TOKEN(2) WS-ENT-TOKEN(3)
             WS-ENT-TOKEN(4) WS-ENT-TOKEN(5)
           END-UNSTRING.
           IF WS-FILE-IDX = 1
               PERFORM VALIDATE-THRESHOLD-ENTRY
           END-IF.
           IF WS-FILE-IDX = 2
               PERFORM VALIDATE-JOB-PLAN-ENTRY
           END-IF.
           IF WS-FILE-IDX = 3
               PERFORM VALIDATE-CALENDAR-ENTRY
           END-IF.
           IF WS-FILE-IDX = 4
               PERFORM VALIDATE-RETENTION-ENTRY
           END-IF.
           IF WS-FILE-IDX = 5
               PERFORM VALIDATE-WINDOW-ENTRY
           END-IF.
           IF WS-FILE-IDX = 6
               PERFORM VALIDATE-ACK-CONFIG-ENTRY
           END-IF.
           IF WS-FILE-IDX = 7
               PERFORM VALIDATE-REGISTRY-ENTRY
           END-IF.
           IF WS-ENTRY-OK = "Y"
               PERFORM CHECK-DUPLICATE-ENTRY
           END-IF.

       VALIDATE-THRESHOLD-ENTRY.
           MOVE WS-ENT-TOKEN(1) TO WS-CHECK-TOKEN.
           PERFORM CHECK-REGISTRY-STEM.
           IF WS-NAME-KNOWN = "N"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "feed stem is not in the day registry" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-TOKEN(2) TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           MOVE WS-CHECK-NUMBER TO WS-MIN-VALUE.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER > 999999
               MOVE "N" TO WS-ENTRY-OK
               MOVE "minimum must be a whole number up to 999999" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-TOKEN(3) TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           MOVE WS-CHECK-NUMBER TO WS-MAX-VALUE.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER > 999999
               MOVE "N" TO WS-ENTRY-OK
               MOVE "maximum must be a whole number up to 999999" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-MIN-VALUE NOT < WS-MAX-VALUE
               MOVE "N" TO WS-ENTRY-OK
               MOVE "minimum must be below maximum" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       VALIDATE-JOB-PLAN-ENTRY.
           MOVE WS-ENT-TOKEN(1) TO WS-CHECK-TOKEN.
           PERFORM CHECK-REGISTRY-PROGRAM.
           IF WS-NAME-KNOWN = "N"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "program is not in the day registry" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-TOKEN(2) NOT = "Y" AND WS-ENT-TOKEN(2) NOT = "N"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "run flag must be Y or N" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-TOKEN(3) NOT = "Y" AND WS-ENT-TOKEN(3) NOT = "N"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "abort flag must be Y or N" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       VALIDATE-CALENDAR-ENTRY.
           IF WS-ENT-TOKEN(1) = "WEEKENDS"
               IF WS-ENT-TOKEN(2) NOT = "NONBUS"
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "only WEEKENDS NONBUS is recognised" TO
                     WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 3 TO WS-TOK-IDX
               PERFORM CHECK-NO-EXTRA-TOKENS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-TOKEN(1) TO WS-CHECK-TOKEN.
           PERFORM CHECK-DATE-TOKEN.
           IF WS-DATE-OK = "N"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "date is not a real calendar date YYYYMMDD" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-TOKEN(2) NOT = "BUS" AND
             WS-ENT-TOKEN(2) NOT = "NONBUS"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "day type must be BUS or NONBUS" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.
           IF WS-ENTRY-OK = "N"
               MOVE "note must be a single word" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-RETENTION-ENTRY.
           IF WS-ENT-TOKEN(1) = "HOLD"
               MOVE WS-ENT-TOKEN(2) TO WS-CHECK-TOKEN
               PERFORM CHECK-DATE-TOKEN
               IF WS-DATE-OK = "N"
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "hold date is not a real date YYYYMMDD" TO
                     WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-ENT-TOKEN(1) TO WS-CHECK-TOKEN
               PERFORM CHECK-REGISTRY-STEM
               IF WS-NAME-KNOWN = "N"
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "feed stem is not in the day registry" TO
                     WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ENT-TOKEN(2) TO WS-CHECK-TOKEN
               PERFORM CHECK-NUMERIC-TOKEN
               IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER = 0 OR
                 WS-CHECK-NUMBER > 99999
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "retention days must be 1 to 99999" TO
                     WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 3 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       VALIDATE-WINDOW-ENTRY.
           IF WS-ENT-TOKEN(1) NOT = "TOTAL"
               MOVE WS-ENT-TOKEN(1) TO WS-CHECK-TOKEN
               PERFORM CHECK-REGISTRY-PROGRAM
               IF WS-NAME-KNOWN = "N"
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "program is not in the day registry" TO
                     WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-ENT-TOKEN(2) TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER = 0 OR
             WS-CHECK-NUMBER > 99999999
               MOVE "N" TO WS-ENTRY-OK
               MOVE "window must be 1 to 99999999 seconds" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       VALIDATE-ACK-CONFIG-ENTRY.
           IF WS-ENT-TOKEN(1) NOT = "GRACE"
               MOVE "N" TO WS-ENTRY-OK
               MOVE "only the GRACE keyword is recognised" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-TOKEN(2) TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER > 9999
               MOVE "N" TO WS-ENTRY-OK
               MOVE "grace days must be a whole number up to 9999" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       VALIDATE-REGISTRY-ENTRY.
           IF WS-ENT-TOKEN(1)(1:1) < "1" OR WS-ENT-TOKEN(1)(1:1) > "9"
             OR WS-ENT-TOKEN(1)(2:) NOT = SPACES
               MOVE "N" TO WS-ENTRY-OK
               MOVE "day number must be a single digit 1 to 9" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-TOKEN(2) = SPACES OR
             WS-ENT-TOKEN(2)(13:) NOT = SPACES
               MOVE "N" TO WS-ENTRY-OK
               MOVE "program name must be 1 to 12 characters" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENT-TOKEN(3) TO WS-CHECK-TOKEN.
           PERFORM CHECK-NUMERIC-TOKEN.
           IF WS-NUMBER-OK = "N" OR WS-CHECK-NUMBER = 0 OR
             WS-CHECK-NUMBER > 3
               MOVE "N" TO WS-ENTRY-OK
               MOVE "metric count must be 1 to 3" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-TOKEN(4) = SPACES OR
             WS-ENT-TOKEN(4)(9:) NOT = SPACES
               MOVE "N" TO WS-ENTRY-OK
               MOVE "file stem must be 1 to 8 characters" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-EDIT-IDX = 0 AND WS-ENT-COUNT >= 9
               MOVE "N" TO WS-ENTRY-OK
               MOVE "the registry holds at most 9 days" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO WS-TOK-IDX.
           PERFORM CHECK-NO-EXTRA-TOKENS.

       CHECK-NO-EXTRA-TOKENS.
           PERFORM WITH TEST BEFORE UNTIL WS-TOK-IDX > 5
               IF WS-ENT-TOKEN(WS-TOK-IDX) NOT = SPACES
                   MOVE "N" TO WS-ENTRY-OK
                   MOVE "unexpected extra fields on the entry" TO
                     WS-REJECT-REASON
               END-IF
               ADD 1 TO WS-TOK-IDX
           END-PERFORM.

       CHECK-REGISTRY-STEM.
           MOVE "N" TO WS-NAME-KNOWN.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-REG-COUNT
               IF WS-CHECK-TOKEN = WS-REG-STEM(WS-DAY-IDX)
                   MOVE "Y" TO WS-NAME-KNOWN
               END-IF
           END-PERFORM.

       CHECK-REGISTRY-PROGRAM.
           MOVE "N" TO WS-NAME-KNOWN.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-REG-COUNT
               IF WS-CHECK-TOKEN = WS-REG-PROGRAM(WS-DAY-IDX)
                   MOVE "Y" TO WS-NAME-KNOWN
               END-IF
           END-PERFORM.

       CHECK-NUMERIC-TOKEN.
           MOVE "N" TO WS-NUMBER-OK.
           MOVE 0 TO WS-CHECK-NUMBER.
           IF WS-CHECK-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-TOKEN)) TO
             WS-TOK-LEN.
           IF WS-TOK-LEN > 9 OR WS-CHECK-TOKEN(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-TOKEN(1:WS-TOK-LEN) IS NUMERIC
               MOVE "Y" TO WS-NUMBER-OK
               MOVE FUNCTION NUMVAL(WS-CHECK-TOKEN) TO WS-CHECK-NUMBER
           END-IF.

       CHECK-DATE-TOKEN.
           MOVE "N" TO WS-DATE-OK.
           PERFORM CHECK-NUMERIC-TOKEN.
           IF WS-NUMBER-OK = "N" OR WS-TOK-LEN NOT = 8
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-TOKEN(1:4) < "1601" OR
             WS-CHECK-TOKEN(5:2) < "01" OR
             WS-CHECK-TOKEN(5:2) > "12" OR
             WS-CHECK-TOKEN(7:2) < "01" OR
             WS-CHECK-TOKEN(7:2) > "31"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INTEGER = FUNCTION
             INTEGER-OF-DATE(WS-CHECK-NUMBER).
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER) TO
             WS-DATE-CHECK.
           IF WS-DATE-CHECK = WS-CHECK-NUMBER
               MOVE "Y" TO WS-DATE-OK
           END-IF.

       CHECK-DUPLICATE-ENTRY.
           MOVE "N" TO WS-DUP-FOUND.
           PERFORM WITH TEST BEFORE VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT OR WS-DUP-FOUND = "Y"
               IF WS-ENT-IDX NOT = WS-EDIT-IDX
                   PERFORM COMPARE-ENTRY-KEYS
               END-IF
           END-PERFORM.
           IF WS-DUP-FOUND = "Y"
               MOVE "N" TO WS-ENTRY-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "clashes with entry " WS-DUP-IDX
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       COMPARE-ENTRY-KEYS.
           MOVE SPACES TO WS-OTHER-PARSE.
           UNSTRING WS-ENT-LINE(WS-ENT-IDX) DELIMITED BY ALL " "
             INTO WS-OTH-TOKEN(1) WS-OTH-TOKEN(2) WS-OTH-TOKEN(3)
             WS-OTH-TOKEN(4) WS-OTH-TOKEN(5)
           END-UNSTRING.
           IF WS-OTH-TOKEN(1) NOT = WS-ENT-TOKEN(1)
               IF WS-FILE-IDX = 7 AND
                 (WS-OTH-TOKEN(2) = WS-ENT-TOKEN(2) OR
                 WS-OTH-TOKEN(4) = WS-ENT-TOKEN(4))
                   MOVE "Y" TO WS-DUP-FOUND
                   MOVE WS-ENT-IDX TO WS-DUP-IDX
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-IDX = 4 AND WS-ENT-TOKEN(1) = "HOLD" AND
             WS-OTH-TOKEN(2) NOT = WS-ENT-TOKEN(2)
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-DUP-FOUND.
           MOVE WS-ENT-IDX TO WS-DUP-IDX.

       CHECK-MAINT-AUTHORITY.
           IF WS-AUTH-CHECKED = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-AUTH-CHECKED.
           MOVE "AOC-2022-PARMAINT" TO WS-ATH-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-ATH-RUN-KEY.
           MOVE "PARMAINT" TO WS-ATH-ACTION.
           MOVE RETURN-CODE TO WS-ATH-CALLER-RC.
           CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST.
           MOVE WS-ATH-GRANTED TO WS-AUTH-GRANTED.

       SAVE-PARM-FILE.
           PERFORM CHECK-MAINT-AUTHORITY.
           IF WS-AUTH-GRANTED = "N"
               DISPLAY "Change not saved - operator not authorised "
                 "for parameter maintenance."
               PERFORM LOAD-PARM-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LCK-RESOURCES.
           MOVE "PARMS" TO WS-LCK-RESOURCE(1).
           MOVE "ACQUIRE" TO WS-LCK-FUNCTION.
           MOVE "AOC-2022-PARMAINT" TO WS-LCK-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-LCK-RUN-KEY.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           IF WS-LCK-RC NOT = 0
               DISPLAY "Change not saved - parameter files held by "
                 FUNCTION TRIM(WS-LCK-HOLDER) "."
               PERFORM LOAD-PARM-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-PARM-FILE.
           PERFORM CHECK-FILE-UNCHANGED.
           IF WS-ENTRY-OK = "N"
               MOVE "RELEASE" TO WS-LCK-FUNCTION
               MOVE RETURN-CODE TO WS-LCK-CALLER-RC
               CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST
               DISPLAY "Change not saved - file changed by another "
                 "session - re-enter."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-PARM-CHANGE.
           OPEN OUTPUT PARM-FILE.
           PERFORM WITH TEST BEFORE VARYING WS-ENT-IDX FROM 1 BY 1
             UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-LINE(WS-ENT-IDX) TO PARM-LINE
               WRITE PARM-LINE
           END-PERFORM.
           CLOSE PARM-FILE.
           PERFORM WRITE-CHANGE-LOG.
           MOVE "RELEASE" TO WS-LCK-FUNCTION.
           MOVE RETURN-CODE TO WS-LCK-CALLER-RC.
           CALL "AOC-2022-LOCK" USING WS-LOCK-REQUEST.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "Saved to " FUNCTION TRIM(WS-PARM-FILENAME) ".".
           IF WS-FILE-IDX = 7
               CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY
           END-IF.

       CHECK-FILE-UNCHANGED.
           MOVE "Y" TO WS-ENTRY-OK.
           IF WS-CHANGE-ACTION = "A"
               IF WS-ENT-COUNT >= 500 OR
                 (WS-FILE-IDX = 7 AND WS-ENT-COUNT >= 9)
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DUPLICATE-ENTRY
               EXIT PARAGRAPH
           END-IF.
           IF WS-EDIT-IDX > WS-ENT-COUNT
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-LINE(WS-EDIT-IDX) NOT = WS-OLD-IMAGE
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHANGE-ACTION = "C"
               PERFORM CHECK-DUPLICATE-ENTRY
           END-IF.

       APPLY-PARM-CHANGE.
           IF WS-CHANGE-ACTION = "A"
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-NEW-IMAGE TO WS-ENT-LINE(WS-ENT-COUNT)
           ELSE
               IF WS-CHANGE-ACTION = "C"
                   MOVE WS-NEW-IMAGE TO WS-ENT-LINE(WS-EDIT-IDX)
               ELSE
                   PERFORM WITH TEST BEFORE VARYING WS-ENT-IDX FROM
                     WS-EDIT-IDX BY 1 UNTIL WS-ENT-IDX >= WS-ENT-COUNT
                       MOVE WS-ENT-LINE(WS-ENT-IDX + 1) TO
                         WS-ENT-LINE(WS-ENT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ENT-COUNT
               END-IF
           END-IF.

       WRITE-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHG-FS = "00"
               CLOSE CHANGE-LOG-FILE
               OPEN EXTEND CHANGE-LOG-FILE
           ELSE
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PCL-TIMESTAMP.
           MOVE WS-CHANGE-ACTION TO WS-PCL-ACTION.
           MOVE WS-PF-NAME(WS-FILE-IDX) TO WS-PCL-FILE.
           MOVE WS-OLD-IMAGE TO WS-PCL-OLD.
           MOVE WS-NEW-IMAGE TO WS-PCL-NEW.
           MOVE WS-ATH-OPERATOR TO WS-PCL-OPERATOR.
           MOVE WS-CHANGE-OUT TO CHANGE-LOG-LINE.
           WRITE CHANGE-LOG-LINE.
           CLOSE CHANGE-LOG-FILE.
