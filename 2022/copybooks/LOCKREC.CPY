       01 WS-LOCK-REC.
         05 WS-LKR-RESOURCE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LKR-PROGRAM PIC X(18).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LKR-RUN-KEY PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LKR-ACQUIRED PIC X(14).
