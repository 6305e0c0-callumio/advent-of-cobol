       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2022-PARALLEL.
       AUTHOR. Callum Leslie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SIDE-FILE ASSIGN TO DYNAMIC WS-SIDE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIDE-FS.
           SELECT DIFF-REPORT-FILE ASSIGN TO DYNAMIC
           WS-DIFF-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD SIDE-FILE.
           01 SIDE-LINE PIC X(132).
           FD DIFF-REPORT-FILE.
           01 DIFF-REPORT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 STATE.
         05 WS-SIDE-FS PIC X(2) VALUE "00".
         05 WS-SIDE-EOF PIC X VALUE "N".
         05 WS-SIDE-FILENAME PIC X(100) VALUE SPACES.
         05 WS-DIFF-REPORT-FILENAME PIC X(40) VALUE SPACES.
         05 WS-RUN-DATE PIC X(8) VALUE SPACES.
         05 WS-PROD-ROOT PIC X(60) VALUE SPACES.
         05 WS-CAND-ROOT PIC X(60) VALUE SPACES.
         05 WS-REL-NAME PIC X(40) VALUE SPACES.
         05 WS-KEY-MODE PIC X VALUE "T".
         05 WS-DAY-IDX PIC 9(2) VALUE 0.
         05 WS-KIND-IDX PIC 9(1) VALUE 0.
         05 WS-SIDE-IDX PIC 9(1) VALUE 0.
         05 WS-LN-IDX PIC 9(4) VALUE 0.
         05 WS-PROD-IDX PIC 9(4) VALUE 0.
         05 WS-CAND-IDX PIC 9(4) VALUE 0.
         05 WS-DUP-IDX PIC 9(4) VALUE 0.
         05 WS-FOUND PIC X VALUE "N".
         05 WS-COLON-POS PIC 9(2) VALUE 0.
         05 WS-LINE-KEY PIC X(30) VALUE SPACES.
         05 WS-FIELD-IDX PIC 9(2) VALUE 0.
         05 WS-PROD-PTR PIC 9(3) VALUE 1.
         05 WS-CAND-PTR PIC 9(3) VALUE 1.
         05 WS-PROD-FIELD PIC X(40) VALUE SPACES.
         05 WS-CAND-FIELD PIC X(40) VALUE SPACES.
         05 WS-FILE-CHANGED PIC 9(6) VALUE 0.
         05 WS-FILE-MISSING PIC 9(6) VALUE 0.
         05 WS-FILE-EXTRA PIC 9(6) VALUE 0.
         05 WS-TOTAL-CHANGED PIC 9(6) VALUE 0.
         05 WS-TOTAL-MISSING PIC 9(6) VALUE 0.
         05 WS-TOTAL-EXTRA PIC 9(6) VALUE 0.
         05 WS-FILES-COMPARED PIC 9(4) VALUE 0.
         05 WS-FILES-DIFFERENT PIC 9(4) VALUE 0.
         05 WS-TRUNCATED PIC X VALUE "N".
       01 WS-FILE-KINDS.
         05 FILLER PIC X(20) VALUE "reports/".
         05 FILLER PIC X(20) VALUE "inputs/ -exceptions".
         05 FILLER PIC X(20) VALUE "inputs/ -rejects".
         05 FILLER PIC X(20) VALUE "inputs/ -overlaps".
         05 FILLER PIC X(20) VALUE "inputs/ -proposals".
         05 FILLER PIC X(20) VALUE "inputs/ -doublebook".
       01 WS-FILE-KIND-TABLE REDEFINES WS-FILE-KINDS.
         05 WS-KIND-ENTRY OCCURS 6.
           10 WS-KIND-DIR PIC X(8).
           10 WS-KIND-SUFFIX PIC X(12).
       01 WS-SIDE-TABLE.
         05 WS-SIDE OCCURS 2.
           10 WS-SD-PRESENT PIC X.
           10 WS-SD-COUNT PIC 9(4).
           10 WS-SD-ENTRY OCCURS 3000.
             15 WS-SD-KEY PIC X(30).
             15 WS-SD-TEXT PIC X(132).
             15 WS-SD-MATCHED PIC X.
       01 WS-DIFF-TEXT PIC X(160) VALUE SPACES.
       COPY DAYREG.
       PROCEDURE DIVISION.
       MAIN.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "AOC_RUN_DATE".
           ACCEPT WS-PROD-ROOT FROM ENVIRONMENT "AOC_PARALLEL_PROD".
           ACCEPT WS-CAND-ROOT FROM ENVIRONMENT "AOC_PARALLEL_CAND".
           IF WS-RUN-DATE = SPACES OR WS-PROD-ROOT = SPACES OR
             WS-CAND-ROOT = SPACES
               DISPLAY "AOC-2022-PARALLEL: set AOC_RUN_DATE, "
                 "AOC_PARALLEL_PROD (production output location) "
                 "and AOC_PARALLEL_CAND (candidate output location)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING "reports/parallel-" WS-RUN-DATE ".txt"
             DELIMITED BY SIZE INTO WS-DIFF-REPORT-FILENAME.
           OPEN OUTPUT DIFF-REPORT-FILE.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "Parallel-run comparison for " WS-RUN-DATE
             DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "Production: " FUNCTION TRIM(WS-PROD-ROOT)
             "  Candidate: " FUNCTION TRIM(WS-CAND-ROOT)
             DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           MOVE "T" TO WS-KEY-MODE.
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-REG-COUNT
               PERFORM WITH TEST BEFORE VARYING WS-KIND-IDX FROM 1
                 BY 1 UNTIL WS-KIND-IDX > 6
                   MOVE SPACES TO WS-REL-NAME
                   STRING WS-KIND-DIR(WS-KIND-IDX) DELIMITED BY SPACE
                     WS-REG-STEM(WS-DAY-IDX) DELIMITED BY SPACE
                     WS-KIND-SUFFIX(WS-KIND-IDX) DELIMITED BY SPACE
                     "-" WS-RUN-DATE ".txt" DELIMITED BY SIZE
                     INTO WS-REL-NAME
                   PERFORM COMPARE-FILE
               END-PERFORM
           END-PERFORM.
           MOVE "R" TO WS-KEY-MODE.
           MOVE "control/run-control.txt" TO WS-REL-NAME.
           PERFORM COMPARE-FILE.
           MOVE SPACES TO WS-DIFF-TEXT.
           WRITE DIFF-REPORT-LINE FROM WS-DIFF-TEXT.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "Files compared: " WS-FILES-COMPARED
             "  with differences: " WS-FILES-DIFFERENT
             DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "Value changes: " WS-TOTAL-CHANGED
             "  missing lines: " WS-TOTAL-MISSING
             "  extra lines: " WS-TOTAL-EXTRA
             DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           IF WS-TRUNCATED = "Y"
               MOVE "Comparison incomplete - a file exceeded 3000 lines"
                 TO WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
           END-IF.
           IF WS-FILES-DIFFERENT = 0 AND WS-TRUNCATED = "N"
               MOVE "Overall verdict: MATCH" TO WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
           ELSE
               MOVE "Overall verdict: DIFFER" TO WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE DIFF-REPORT-FILE.
           GOBACK.

       COMPARE-FILE.
           MOVE 1 TO WS-SIDE-IDX.
           MOVE SPACES TO WS-SIDE-FILENAME.
           STRING FUNCTION TRIM(WS-PROD-ROOT) "/" WS-REL-NAME
             DELIMITED BY SIZE INTO WS-SIDE-FILENAME.
           PERFORM LOAD-SIDE.
           MOVE 2 TO WS-SIDE-IDX.
           MOVE SPACES TO WS-SIDE-FILENAME.
           STRING FUNCTION TRIM(WS-CAND-ROOT) "/" WS-REL-NAME
             DELIMITED BY SIZE INTO WS-SIDE-FILENAME.
           PERFORM LOAD-SIDE.
           IF WS-SD-PRESENT(1) = "N" AND WS-SD-PRESENT(2) = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILES-COMPARED.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE 0 TO WS-FILE-MISSING.
           MOVE 0 TO WS-FILE-EXTRA.
           MOVE SPACES TO WS-DIFF-TEXT.
           WRITE DIFF-REPORT-LINE FROM WS-DIFF-TEXT.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "File " DELIMITED BY SIZE
             WS-REL-NAME DELIMITED BY SPACE
             " - production " WS-SD-COUNT(1) " line(s), candidate "
             WS-SD-COUNT(2) " line(s)" DELIMITED BY SIZE
             INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           IF WS-SD-PRESENT(1) = "N"
               MOVE "  not produced by the production run" TO
                 WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
           END-IF.
           IF WS-SD-PRESENT(2) = "N"
               MOVE "  not produced by the candidate run" TO
                 WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
           END-IF.
           PERFORM WITH TEST BEFORE VARYING WS-CAND-IDX FROM 1 BY 1
             UNTIL WS-CAND-IDX > WS-SD-COUNT(2)
               PERFORM MATCH-CANDIDATE-LINE
           END-PERFORM.
           PERFORM WITH TEST BEFORE VARYING WS-PROD-IDX FROM 1 BY 1
             UNTIL WS-PROD-IDX > WS-SD-COUNT(1)
               IF WS-SD-MATCHED(1, WS-PROD-IDX) = "N"
                   ADD 1 TO WS-FILE-MISSING
                   MOVE SPACES TO WS-DIFF-TEXT
                   STRING "  MISSING LINE: "
                     WS-SD-TEXT(1, WS-PROD-IDX)
                     DELIMITED BY SIZE INTO WS-DIFF-TEXT
                   PERFORM WRITE-DIFF-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "  " WS-FILE-CHANGED " value change(s), "
             WS-FILE-MISSING " missing line(s), " WS-FILE-EXTRA
             " extra line(s)" DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           ADD WS-FILE-CHANGED TO WS-TOTAL-CHANGED.
           ADD WS-FILE-MISSING TO WS-TOTAL-MISSING.
           ADD WS-FILE-EXTRA TO WS-TOTAL-EXTRA.
           IF WS-FILE-CHANGED > 0 OR WS-FILE-MISSING > 0 OR
             WS-FILE-EXTRA > 0
               ADD 1 TO WS-FILES-DIFFERENT
           END-IF.

       LOAD-SIDE.
           MOVE 0 TO WS-SD-COUNT(WS-SIDE-IDX).
           MOVE "N" TO WS-SD-PRESENT(WS-SIDE-IDX).
           MOVE "N" TO WS-SIDE-EOF.
           OPEN INPUT SIDE-FILE.
           IF WS-SIDE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SD-PRESENT(WS-SIDE-IDX).
           PERFORM WITH TEST BEFORE UNTIL WS-SIDE-EOF = "Y"
               READ SIDE-FILE
                 AT END MOVE "Y" TO WS-SIDE-EOF
               END-READ
               IF WS-SIDE-EOF NOT = "Y"
                   PERFORM KEEP-SIDE-LINE
               END-IF
           END-PERFORM.
           CLOSE SIDE-FILE.

       KEEP-SIDE-LINE.
           IF WS-KEY-MODE = "R"
               IF SIDE-LINE(14:8) NOT = WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
               MOVE SIDE-LINE(1:12) TO WS-LINE-KEY
               PERFORM WITH TEST BEFORE VARYING WS-DUP-IDX FROM 1
                 BY 1 UNTIL WS-DUP-IDX > WS-SD-COUNT(WS-SIDE-IDX)
                   IF WS-SD-KEY(WS-SIDE-IDX, WS-DUP-IDX) =
                     WS-LINE-KEY
                       MOVE SIDE-LINE TO
                         WS-SD-TEXT(WS-SIDE-IDX, WS-DUP-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           ELSE
               PERFORM DERIVE-LINE-KEY
           END-IF.
           IF WS-SD-COUNT(WS-SIDE-IDX) >= 3000
               MOVE "Y" TO WS-TRUNCATED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SD-COUNT(WS-SIDE-IDX).
           MOVE WS-SD-COUNT(WS-SIDE-IDX) TO WS-LN-IDX.
           MOVE WS-LINE-KEY TO WS-SD-KEY(WS-SIDE-IDX, WS-LN-IDX).
           MOVE SIDE-LINE TO WS-SD-TEXT(WS-SIDE-IDX, WS-LN-IDX).
           MOVE "N" TO WS-SD-MATCHED(WS-SIDE-IDX, WS-LN-IDX).

       DERIVE-LINE-KEY.
           IF SIDE-LINE(1:6) IS NUMERIC
               MOVE SIDE-LINE(1:6) TO WS-LINE-KEY
               EXIT PARAGRAPH
           END-IF.
           IF SIDE-LINE(1:7) = "  Team "
               MOVE SIDE-LINE(1:11) TO WS-LINE-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COLON-POS.
           INSPECT SIDE-LINE(1:30) TALLYING WS-COLON-POS
             FOR CHARACTERS BEFORE INITIAL ":".
           IF WS-COLON-POS > 0 AND WS-COLON-POS < 30
               MOVE SPACES TO WS-LINE-KEY
               MOVE SIDE-LINE(1:WS-COLON-POS) TO WS-LINE-KEY
           ELSE
               MOVE SIDE-LINE(1:30) TO WS-LINE-KEY
           END-IF.

       MATCH-CANDIDATE-LINE.
           MOVE "N" TO WS-FOUND.
           PERFORM WITH TEST BEFORE VARYING WS-PROD-IDX FROM 1 BY 1
             UNTIL WS-PROD-IDX > WS-SD-COUNT(1) OR WS-FOUND = "Y"
               IF WS-SD-MATCHED(1, WS-PROD-IDX) = "N" AND
                 WS-SD-KEY(1, WS-PROD-IDX) =
                 WS-SD-KEY(2, WS-CAND-IDX)
                   MOVE "Y" TO WS-FOUND
                   MOVE "Y" TO WS-SD-MATCHED(1, WS-PROD-IDX)
                   MOVE "Y" TO WS-SD-MATCHED(2, WS-CAND-IDX)
                   IF WS-SD-TEXT(1, WS-PROD-IDX) NOT =
                     WS-SD-TEXT(2, WS-CAND-IDX)
                       PERFORM REPORT-VALUE-CHANGE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               ADD 1 TO WS-FILE-EXTRA
               MOVE SPACES TO WS-DIFF-TEXT
               STRING "  EXTRA LINE: " WS-SD-TEXT(2, WS-CAND-IDX)
                 DELIMITED BY SIZE INTO WS-DIFF-TEXT
               PERFORM WRITE-DIFF-LINE
           END-IF.

       REPORT-VALUE-CHANGE.
           ADD 1 TO WS-FILE-CHANGED.
           MOVE SPACES TO WS-DIFF-TEXT.
           STRING "  VALUE CHANGE ["
             FUNCTION TRIM(WS-SD-KEY(2, WS-CAND-IDX)) "]"
             DELIMITED BY SIZE INTO WS-DIFF-TEXT.
           PERFORM WRITE-DIFF-LINE.
           MOVE 1 TO WS-PROD-PTR.
           MOVE 1 TO WS-CAND-PTR.
           PERFORM WITH TEST BEFORE VARYING WS-FIELD-IDX FROM 1 BY 1
             UNTIL WS-FIELD-IDX > 30 OR (WS-PROD-PTR > 132 AND
             WS-CAND-PTR > 132)
               MOVE SPACES TO WS-PROD-FIELD
               MOVE SPACES TO WS-CAND-FIELD
               IF WS-PROD-PTR <= 132
                   UNSTRING WS-SD-TEXT(1, WS-PROD-IDX)
                     DELIMITED BY ALL " " INTO WS-PROD-FIELD
                     WITH POINTER WS-PROD-PTR
                   END-UNSTRING
               END-IF
               IF WS-CAND-PTR <= 132
                   UNSTRING WS-SD-TEXT(2, WS-CAND-IDX)
                     DELIMITED BY ALL " " INTO WS-CAND-FIELD
                     WITH POINTER WS-CAND-PTR
                   END-UNSTRING
               END-IF
               IF WS-PROD-FIELD NOT = WS-CAND-FIELD
                   MOVE SPACES TO WS-DIFF-TEXT
                   STRING "    field " WS-FIELD-IDX ": "
                     FUNCTION TRIM(WS-PROD-FIELD) " -> "
                     FUNCTION TRIM(WS-CAND-FIELD)
                     DELIMITED BY SIZE INTO WS-DIFF-TEXT
                   PERFORM WRITE-DIFF-LINE
               END-IF
           END-PERFORM.

       WRITE-DIFF-LINE.
           DISPLAY "AOC-2022-PARALLEL: " FUNCTION TRIM(WS-DIFF-TEXT).
           MOVE WS-DIFF-TEXT TO DIFF-REPORT-LINE.
           WRITE DIFF-REPORT-LINE.
