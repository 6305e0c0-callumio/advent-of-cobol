           END-IF.

       LOAD-REGISTRY-DEFAULTS.
           MOVE 4 TO WS-REG-COUNT.
           MOVE "1" TO WS-REG-NUMBER(1).
           MOVE "AOC-2022-1" TO WS-REG-PROGRAM(1).
           MOVE 2 TO WS-REG-METRICS(1).
           MOVE "day1" TO WS-REG-STEM(1).
           MOVE "2" TO WS-REG-NUMBER(2).
           MOVE "AOC-2022-2" TO WS-REG-PROGRAM(2).
           MOVE 2 TO WS-REG-METRICS(2).
           MOVE "day2" TO WS-REG-STEM(2).
           MOVE "3" TO WS-REG-NUMBER(3).
           MOVE "AOC-2022-3" TO WS-REG-PROGRAM(3).
           MOVE 2 TO WS-REG-METRICS(3).
           MOVE "day3" TO WS-REG-STEM(3).
           MOVE "4" TO WS-REG-NUMBER(4).
           MOVE "AOC-2022-4" TO WS-REG-PROGRAM(4).
           MOVE 3 TO WS-REG-METRICS(4).
           MOVE "day4" TO WS-REG-STEM(4).
