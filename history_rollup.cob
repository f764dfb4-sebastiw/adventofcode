       DATA DIVISION.
       FILE SECTION.
       FD F-Daily-FILE.
       01 F-Daily-LINE PIC X(200).

       FD F-Summary-FILE.
       01 F-Summary-LINE PIC X(140).
