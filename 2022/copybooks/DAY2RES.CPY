       01 WS-DAY2-RESULT EXTERNAL.
         05 WS-D2-TASK-1 PIC 9(8) VALUE 0.
         05 WS-D2-TASK-2 PIC 9(8) VALUE 0.
