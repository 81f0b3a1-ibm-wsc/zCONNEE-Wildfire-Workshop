               10  AMOUNT-NUMERIC      PIC S9(7)V99 COMP-3.
      *  LIST-DATA carries the extra rows returned by the 'L'
      *  (multi-record inquiry) action, one FileA-Area shape per row.
      *  On a 'Q' action the rows are the NUMB's pending future-dated
      *  changes in effective-date order: the fields each change sets
      *  (SPACES where it leaves a field alone), with LAST-UPD-DATE
      *  carrying the effective date, LAST-UPD-TIME the date it was
      *  keyed and LAST-UPD-USERID who keyed it.
      *  Per-item results for a multi-action unit of work: one row
      *  per REQ-ITEM submitted, saying whether it applied and why
      *  not when it did not; on a rollback every row says so.
               10  LAST-UPD-TIME       PIC X(08).
               10  LAST-UPD-USERID     PIC X(08).
               10  AMOUNT-NUMERIC      PIC S9(7)V99 COMP-3.
      *  On an 'R' action the NUMB's contact notes, most recent
      *  first, up to ten of them.
           05  note-entry-count        PIC 9(04) COMP.
           05  note-entry              OCCURS 10 TIMES.
               10  NOTE-TIMESTAMP      PIC X(16).
               10  NOTE-CATEGORY       PIC X(01).
               10  NOTE-USERID         PIC X(08).
               10  NOTE-TEXT           PIC X(60).
