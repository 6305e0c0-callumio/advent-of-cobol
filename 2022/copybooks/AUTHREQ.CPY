       01 WS-AUTH-REQUEST.
         05 WS-ATH-PROGRAM PIC X(18).
         05 WS-ATH-RUN-KEY PIC X(8).
         05 WS-ATH-ACTION PIC X(8).
         05 WS-ATH-OPERATOR PIC X(8).
         05 WS-ATH-GRANTED PIC X.
         05 WS-ATH-REASON PIC X(30).
         05 WS-ATH-CALLER-RC PIC S9(4).
