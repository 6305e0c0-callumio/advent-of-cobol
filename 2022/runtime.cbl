       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-IN-FILE.
           01 AUDIT-IN-LINE PIC X(300).
           FD WINDOW-FILE.
           01 WINDOW-LINE PIC X(40).
           FD RUNTIME-REPORT-FILE.
