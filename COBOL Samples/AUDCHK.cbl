       DATA DIVISION.
       FILE SECTION.
       FD  Archive-Input.
       01  ARCHIVE-RECORD             PIC X(256).

       FD  Audit-Input.
       01  AUDITA-RECORD              PIC X(256).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
