      *----------------------------------------------------------------*
      *  SURVCARD - one compliance decision on a SURVEXC surveillance  *
      *  exception. SURVRVW lists every exception still open in this   *
      *  layout on SURVOPEN with the decision blank; the reviewer      *
      *  copies a line into the SURVIN cards for the next SURVRVW run  *
      *  with 'R' (reviewed - no further action) or 'E' (escalated -   *
      *  referred on for investigation) and a note.                    *
      *----------------------------------------------------------------*
       01  SURVCARD-RECORD.
           05  SV-DECISION                PIC X(01).
               88  SV-REVIEWED                VALUE 'R'.
               88  SV-ESCALATE                VALUE 'E'.
           05  FILLER                     PIC X(01).
           05  SV-USERID                  PIC X(60).
           05  FILLER                     PIC X(01).
           05  SV-RULE                    PIC X(04).
           05  FILLER                     PIC X(01).
           05  SV-DATE                    PIC 9(08).
           05  FILLER                     PIC X(01).
           05  SV-COMPANY                 PIC X(20).
           05  FILLER                     PIC X(01).
           05  SV-NOTE                    PIC X(40).
           05  FILLER                     PIC X(02).
