      *----------------------------------------------------------------*
      *  SCRNCARD - one compliance decision on a SCRNHIT match.        *
      *  SCRNRVW lists every match still open in this layout on        *
      *  SCRNOPEN with the decision blank; the reviewer copies a line  *
      *  into the SCRNIN cards for the next SCRNRVW run with 'C'       *
      *  (cleared - a false positive; whatever the match held is       *
      *  released) or 'M' (confirmed - the held item is refused) and   *
      *  a note.                                                       *
      *----------------------------------------------------------------*
       01  SCRNCARD-RECORD.
           05  SC-DECISION                PIC X(01).
               88  SC-CLEAR                   VALUE 'C'.
               88  SC-CONFIRM                 VALUE 'M'.
           05  FILLER                     PIC X(01).
           05  SC-SOURCE                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  SC-SUBJECT                 PIC X(60).
           05  FILLER                     PIC X(01).
           05  SC-ENTRY-ID                PIC X(12).
           05  FILLER                     PIC X(01).
           05  SC-NOTE                    PIC X(40).
           05  FILLER                     PIC X(02).
