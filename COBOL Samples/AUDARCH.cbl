       COPY AUDITA SUPPRESS.

       FD  Archive-Output.
       01  ARCHIVE-RECORD             PIC X(256).

       FD  Retained-Output.
       01  RETAINED-RECORD            PIC X(256).

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.
