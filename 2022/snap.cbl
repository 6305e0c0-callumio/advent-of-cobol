         05 WS-ROW-DATE PIC X(12) VALUE SPACES.
         05 WS-ROW-TOKEN PIC X(12) VALUE SPACES.
       01 WS-CANDIDATE-LIST.
         05 WS-CAND-ENTRY OCCURS 11.
           10 WS-CAND-DIR PIC X(9).
           10 WS-CAND-SUFFIX PIC X(14).
       01 WS-SAVED-TABLE.
           MOVE "-breakdown-" TO WS-CAND-SUFFIX(9).
           MOVE "reports/" TO WS-CAND-DIR(10).
           MOVE "-sections-" TO WS-CAND-SUFFIX(10).
           MOVE "inputs/" TO WS-CAND-DIR(11).
           MOVE "-doublebook-" TO WS-CAND-SUFFIX(11).
           PERFORM WITH TEST BEFORE VARYING WS-DAY-IDX FROM 1 BY 1
             UNTIL WS-DAY-IDX > WS-REG-COUNT
               PERFORM WITH TEST BEFORE VARYING WS-CAND-IDX FROM 1
                 BY 1 UNTIL WS-CAND-IDX > 11
                   PERFORM SNAPSHOT-ONE-CANDIDATE
               END-PERFORM
           END-PERFORM.
