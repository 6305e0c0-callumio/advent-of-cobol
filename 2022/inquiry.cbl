
       INQUIRY-LOOP.
           DISPLAY " ".
           DISPLAY "Day to inquire on (1, 2, 3, 4, blank for all, X "
             "to exit):".
           MOVE SPACES TO WS-IN-PROGRAM.
           ACCEPT WS-IN-PROGRAM.
