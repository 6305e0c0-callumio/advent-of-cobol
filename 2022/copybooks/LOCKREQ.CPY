       01 WS-LOCK-REQUEST.
         05 WS-LCK-FUNCTION PIC X(8).
         05 WS-LCK-PROGRAM PIC X(18).
         05 WS-LCK-RUN-KEY PIC X(8).
         05 WS-LCK-RESOURCES.
           10 WS-LCK-RESOURCE PIC X(8) OCCURS 5.
         05 WS-LCK-RC PIC 9(4).
         05 WS-LCK-CONFLICT PIC X(8).
         05 WS-LCK-HOLDER PIC X(18).
         05 WS-LCK-HOLDER-KEY PIC X(8).
         05 WS-LCK-HOLDER-TIME PIC X(14).
         05 WS-LCK-STALE PIC X.
         05 WS-LCK-CALLER-RC PIC S9(4).
