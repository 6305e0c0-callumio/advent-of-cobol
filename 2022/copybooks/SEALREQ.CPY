       01 WS-SEAL-REQUEST.
         05 WS-SEAL-FUNCTION PIC X(8).
         05 WS-SEAL-ROW PIC X(300).
         05 WS-SEAL-REPORT-SUM PIC 9(10).
         05 WS-SEAL-EXCEPT-SUM PIC 9(10).
         05 WS-SEAL-VALUE PIC 9(10).
         05 WS-SEAL-RC PIC 9(4).
