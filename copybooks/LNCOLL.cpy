      *----------------------------------------------------------------*
      *  LNCOLL - the collection-letter cycle of a serviced loan, one  *
      *  per account that has fallen behind, kept by the daily LOANFEE *
      *  run. STAGE is the last letter sent for the current spell of   *
      *  arrears, by the days the oldest unpaid entry is overdue:      *
      *    1 reminder at 10 days     2 second letter at 30 days        *
      *    3 third letter at 60 days 4 final demand at 90 days         *
      *  A letter is sent once per stage; when the account is up to    *
      *  date again the stage drops back to 0 so a later spell starts  *
      *  the cycle afresh.                                             *
      *----------------------------------------------------------------*
       01  LNCOLL-RECORD.
           05  LNCOLL-KEY.
               10  LNCOLL-ACCOUNT     PIC X(08).
           05  LNCOLL-STAGE           PIC 9(01).
               88  LNCOLL-NO-LETTER       VALUE 0.
               88  LNCOLL-FINAL-DEMAND    VALUE 4.
           05  LNCOLL-STAGE-DATE      PIC 9(08).
           05  LNCOLL-OLDEST-DUE      PIC 9(08).
           05  LNCOLL-LETTERS-SENT    PIC 9(03).
           05  FILLER                 PIC X(10).
