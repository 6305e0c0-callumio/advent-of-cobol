         05 WS-LOG-STATUS PIC X(9) VALUE SPACES.
         05 WS-DAY-IDX PIC 9(1) VALUE 0.
         05 WS-DAY-STEM PIC X(8) VALUE SPACES.
         05 WS-OPERATOR-ENV PIC X(8) VALUE SPACES.
       COPY DAYREG.
       COPY AUTHREQ.
       PROCEDURE DIVISION.
       MAIN.
           CALL "AOC-2022-DAYREG" USING WS-DAY-REGISTRY.
           IF WS-DAY-ENV = SPACES OR WS-DATE-ENV = SPACES OR
             (WS-ACTION-ENV NOT = "RELEASE" AND WS-ACTION-ENV
             NOT = "CONDEMN")
               DISPLAY "AOC-2022-QREL: set AOC_QREL_DAY (1/2/3/4), "
                 "AOC_QREL_DATE (YYYYMMDD) and AOC_QREL_ACTION "
                 "(RELEASE or CONDEMN). AOC_QREL_NOTE is kept "
                 "with the reason record."
               GOBACK
           END-IF.
           CLOSE PROBE-FILE.
           ACCEPT WS-OPERATOR-ENV FROM ENVIRONMENT "AOC_OPERATOR".
           IF WS-OPERATOR-ENV = SPACES
               MOVE "-" TO WS-OPERATOR-ENV
           END-IF.
           IF WS-ACTION-ENV = "RELEASE"
               MOVE "AOC-2022-QREL" TO WS-ATH-PROGRAM
               MOVE WS-DATE-ENV TO WS-ATH-RUN-KEY
               MOVE "RELEASE" TO WS-ATH-ACTION
               MOVE RETURN-CODE TO WS-ATH-CALLER-RC
               CALL "AOC-2022-AUTH" USING WS-AUTH-REQUEST
               IF WS-ATH-GRANTED = "N"
                   DISPLAY "AOC-2022-QREL: release of "
                     WS-QUAR-FILENAME " refused - operator not "
                     "authorised."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-ACTION-ENV = "RELEASE"
               PERFORM RELEASE-FEED
           ELSE
           END-IF.
           MOVE SPACES TO QUARANTINE-LOG-LINE.
           STRING WS-DATE-ENV " day" WS-DAY-NUMBER " "
             WS-LOG-STATUS " " WS-TIMESTAMP " " WS-OPERATOR-ENV " "
             WS-NOTE-ENV
             DELIMITED BY SIZE INTO QUARANTINE-LOG-LINE.
           WRITE QUARANTINE-LOG-LINE.
           CLOSE QUARANTINE-LOG-FILE.
