       01 WS-AUDIT-REC.
         05 WS-AUD-BODY.
           10 WS-AUD-PROGRAM PIC X(12).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-RUN-KEY PIC X(8).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-START PIC X(14).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-END PIC X(14).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-STATUS PIC X(8).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-FORCE PIC X(1).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-GROUP-SIZE PIC X(2).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-CATCHUP PIC X(1).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-INPUT-FILE PIC X(40).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-REPORT-FILE PIC X(40).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-EXCEPTION-FILE PIC X(40).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-RECORDS-READ PIC 9(6).
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-EXCEPTIONS PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AUD-PREV-SEAL PIC 9(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AUD-REPORT-SUM PIC 9(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AUD-EXCEPT-SUM PIC 9(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AUD-SEAL PIC 9(10).
         05 WS-AUD-EXTENSION.
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-DOUBLE-BOOKED PIC 9(6) VALUE 0.
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-AUD-OPERATOR PIC X(8) VALUE SPACES.
