      *  file server (ATSFILEA). The single-record fields line up      *
      *  with FileA-record for MOVE CORRESPONDING; LIST-DATA carries   *
      *  the extra rows returned by the 'L' (list/browse) verb.        *
      *  On a 'Q' the rows are the NUMB's pending future-dated changes *
      *  in effective-date order: the fields each change sets (SPACES  *
      *  where it leaves a field alone), with LAST-UPD-DATE carrying   *
      *  the effective date, LAST-UPD-TIME the date it was keyed and   *
      *  LAST-UPD-USERID who keyed it.                                 *
      *----------------------------------------------------------------*
       01  RESPONSE-DATA.
           05  stat                    PIC X(01).
               10  LAST-UPD-DATE       PIC X(08).
               10  LAST-UPD-TIME       PIC X(08).
               10  LAST-UPD-USERID     PIC X(08).
      *  On an 'R' the NUMB's contact notes come back in note-entry,
      *  most recent first, up to ten of them.
           05  note-entry-count        PIC 9(04) COMP.
           05  note-entry              OCCURS 10 TIMES.
               10  NOTE-TIMESTAMP      PIC X(16).
               10  NOTE-CATEGORY       PIC X(01).
               10  NOTE-USERID         PIC X(08).
               10  NOTE-TEXT           PIC X(60).
