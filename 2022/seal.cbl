       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-SEAL.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO "control/run-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-FS.
           SELECT SUM-FILE ASSIGN TO DYNAMIC WS-SUM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUM-FS.
       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-IN-FILE.
           01 AUDIT-IN-LINE PIC X(300).
           FD SUM-FILE.
           01 SUM-LINE PIC X(256).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-AUD-FS PIC X(2) VALUE "00".
         05 WS-AUD-EOF PIC X VALUE "N".
         05 WS-SUM-FS PIC X(2) VALUE "00".
         05 WS-SUM-EOF PIC X VALUE "N".
         05 WS-SUM-FILENAME PIC X(40) VALUE SPACES.
         05 WS-SUM-MISSING PIC X VALUE "N".
         05 WS-PREV-SEAL PIC 9(10) VALUE 0.
         05 WS-ROWS-SEEN PIC 9(6) VALUE 0.
         05 WS-REPORT-SUM PIC 9(10) VALUE 0.
         05 WS-EXCEPT-SUM PIC 9(10) VALUE 0.
         05 WS-FILE-SUM PIC 9(10) VALUE 0.
         05 WS-SUM-A PIC 9(5) VALUE 1.
         05 WS-SUM-B PIC 9(5) VALUE 0.
         05 WS-CHAR-IDX PIC 9(3) VALUE 0.
         05 WS-TEXT-LEN PIC 9(3) VALUE 0.
         05 WS-CHAR-VALUE PIC 9(3) VALUE 0.
       01 WS-SUM-TEXT PIC X(256) VALUE SPACES.
       01 WS-SEAL-DIGITS PIC 9(10) VALUE 0.
       COPY AUDITREC.
       LINKAGE SECTION.
       COPY SEALREQ.
       PROCEDURE DIVISION USING WS-SEAL-REQUEST.
       MAIN.
           MOVE 0 TO WS-SEAL-RC.
           MOVE 0 TO WS-SEAL-VALUE.
           MOVE 0 TO WS-SEAL-REPORT-SUM.
           MOVE 0 TO WS-SEAL-EXCEPT-SUM.
           IF WS-SEAL-FUNCTION = "STAMP"
               PERFORM FIND-PREVIOUS-SEAL
               MOVE WS-SEAL-ROW TO WS-AUDIT-REC
               PERFORM SUM-PRODUCED-FILES
               MOVE WS-PREV-SEAL TO WS-AUD-PREV-SEAL
               MOVE WS-REPORT-SUM TO WS-AUD-REPORT-SUM
               MOVE WS-EXCEPT-SUM TO WS-AUD-EXCEPT-SUM
               PERFORM COMPUTE-ROW-SEAL
               MOVE WS-SEAL-DIGITS TO WS-AUD-SEAL
               MOVE WS-AUDIT-REC TO WS-SEAL-ROW
               MOVE WS-REPORT-SUM TO WS-SEAL-REPORT-SUM
               MOVE WS-EXCEPT-SUM TO WS-SEAL-EXCEPT-SUM
               MOVE WS-SEAL-DIGITS TO WS-SEAL-VALUE
               GOBACK
           END-IF.
           IF WS-SEAL-FUNCTION = "VERIFY"
               MOVE WS-SEAL-ROW TO WS-AUDIT-REC
               IF WS-AUD-PREV-SEAL IS NOT NUMERIC OR
                 WS-AUD-REPORT-SUM IS NOT NUMERIC OR
                 WS-AUD-EXCEPT-SUM IS NOT NUMERIC
                   MOVE 8 TO WS-SEAL-RC
                   GOBACK
               END-IF
               PERFORM COMPUTE-ROW-SEAL
               MOVE WS-SEAL-DIGITS TO WS-SEAL-VALUE
               PERFORM SUM-PRODUCED-FILES
               MOVE WS-REPORT-SUM TO WS-SEAL-REPORT-SUM
               MOVE WS-EXCEPT-SUM TO WS-SEAL-EXCEPT-SUM
               IF WS-SUM-MISSING = "Y"
                   MOVE 4 TO WS-SEAL-RC
               END-IF
               GOBACK
           END-IF.
           MOVE 8 TO WS-SEAL-RC.
           GOBACK.

       FIND-PREVIOUS-SEAL.
           MOVE 0 TO WS-PREV-SEAL.
           MOVE 0 TO WS-ROWS-SEEN.
           MOVE "N" TO WS-AUD-EOF.
           OPEN INPUT AUDIT-IN-FILE.
           IF WS-AUD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-AUD-EOF = "Y"
               READ AUDIT-IN-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF
               END-READ
               IF WS-AUD-EOF NOT = "Y"
                   ADD 1 TO WS-ROWS-SEEN
                   MOVE AUDIT-IN-LINE TO WS-AUDIT-REC
               END-IF
           END-PERFORM.
           CLOSE AUDIT-IN-FILE.
           IF WS-ROWS-SEEN > 0 AND WS-AUD-SEAL IS NUMERIC
               MOVE WS-AUD-SEAL TO WS-PREV-SEAL
           END-IF.

       SUM-PRODUCED-FILES.
           MOVE 0 TO WS-REPORT-SUM.
           MOVE 0 TO WS-EXCEPT-SUM.
           MOVE "N" TO WS-SUM-MISSING.
           IF WS-AUD-STATUS NOT = "COMPLETE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUD-REPORT-FILE NOT = SPACES
               MOVE WS-AUD-REPORT-FILE TO WS-SUM-FILENAME
               PERFORM SUM-ONE-FILE
               MOVE WS-FILE-SUM TO WS-REPORT-SUM
           END-IF.
           IF WS-AUD-EXCEPTION-FILE NOT = SPACES
               MOVE WS-AUD-EXCEPTION-FILE TO WS-SUM-FILENAME
               PERFORM SUM-ONE-FILE
               MOVE WS-FILE-SUM TO WS-EXCEPT-SUM
           END-IF.

       SUM-ONE-FILE.
           MOVE 0 TO WS-FILE-SUM.
           MOVE 1 TO WS-SUM-A.
           MOVE 0 TO WS-SUM-B.
           MOVE "N" TO WS-SUM-EOF.
           OPEN INPUT SUM-FILE.
           IF WS-SUM-FS NOT = "00"
               MOVE "Y" TO WS-SUM-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL WS-SUM-EOF = "Y"
               READ SUM-FILE
                 AT END MOVE "Y" TO WS-SUM-EOF
               END-READ
               IF WS-SUM-EOF NOT = "Y"
                   MOVE SUM-LINE TO WS-SUM-TEXT
                   IF WS-SUM-TEXT = SPACES
                       MOVE 0 TO WS-TEXT-LEN
                   ELSE
                       COMPUTE WS-TEXT-LEN = FUNCTION
                         LENGTH(FUNCTION TRIM(WS-SUM-TEXT TRAILING))
                   END-IF
                   PERFORM ADD-TEXT-TO-SUM
                   MOVE 10 TO WS-CHAR-VALUE
                   PERFORM ADD-CHAR-TO-SUM
               END-IF
           END-PERFORM.
           CLOSE SUM-FILE.
           COMPUTE WS-FILE-SUM = WS-SUM-B * 65536 + WS-SUM-A.

       COMPUTE-ROW-SEAL.
           MOVE 1 TO WS-SUM-A.
           MOVE 0 TO WS-SUM-B.
           MOVE SPACES TO WS-SUM-TEXT.
           MOVE WS-AUD-PREV-SEAL TO WS-SUM-TEXT(1:10).
           MOVE 10 TO WS-TEXT-LEN.
           PERFORM ADD-TEXT-TO-SUM.
           MOVE SPACES TO WS-SUM-TEXT.
           MOVE WS-AUD-BODY TO WS-SUM-TEXT.
           MOVE LENGTH OF WS-AUD-BODY TO WS-TEXT-LEN.
           PERFORM ADD-TEXT-TO-SUM.
           MOVE SPACES TO WS-SUM-TEXT.
           MOVE WS-AUD-REPORT-SUM TO WS-SUM-TEXT(1:10).
           MOVE WS-AUD-EXCEPT-SUM TO WS-SUM-TEXT(11:10).
           MOVE 20 TO WS-TEXT-LEN.
           PERFORM ADD-TEXT-TO-SUM.
           IF WS-AUD-EXTENSION NOT = SPACES
               MOVE SPACES TO WS-SUM-TEXT
               MOVE WS-AUD-EXTENSION TO WS-SUM-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUD-EXTENSION
                 TRAILING)) TO WS-TEXT-LEN
               PERFORM ADD-TEXT-TO-SUM
           END-IF.
           COMPUTE WS-SEAL-DIGITS = WS-SUM-B * 65536 + WS-SUM-A.

       ADD-TEXT-TO-SUM.
           PERFORM WITH TEST BEFORE VARYING WS-CHAR-IDX FROM 1 BY 1
             UNTIL WS-CHAR-IDX > WS-TEXT-LEN
               COMPUTE WS-CHAR-VALUE = FUNCTION
                 ORD(WS-SUM-TEXT(WS-CHAR-IDX:1)) - 1
               PERFORM ADD-CHAR-TO-SUM
           END-PERFORM.

       ADD-CHAR-TO-SUM.
           COMPUTE WS-SUM-A = FUNCTION MOD(WS-SUM-A + WS-CHAR-VALUE,
             65521).
           COMPUTE WS-SUM-B = FUNCTION MOD(WS-SUM-B + WS-SUM-A,
             65521).
