      *----------------------------------------------------------------*
      *  LNDISPUT - a borrower's dispute of what we report to the      *
      *  credit bureaus about a serviced loan, one per LOANACCT        *
      *  account, kept from DISPUTIN cards to the LOANBURM run: 'A'    *
      *  opens (or reopens) the dispute with the borrower's complaint, *
      *  'R' resolves it with the outcome. LOANBUR flags an open       *
      *  dispute on the account's bureau record (compliance code XB)   *
      *  and, in the month its resolution is first reported, marks it  *
      *  resolved (XH), remembering that month in XH-MONTH.            *
      *----------------------------------------------------------------*
       01  LNDISPUT-RECORD.
           05  LNDISPUT-KEY.
               10  LNDISPUT-ACCOUNT   PIC X(08).
           05  LNDISPUT-STATUS        PIC X(01).
               88  LNDISPUT-OPEN          VALUE 'O'.
               88  LNDISPUT-RESOLVED      VALUE 'R'.
           05  LNDISPUT-OPENED-DATE   PIC 9(08).
           05  LNDISPUT-REASON-TEXT   PIC X(40).
           05  LNDISPUT-RESOLVED-DATE PIC 9(08).
           05  LNDISPUT-OUTCOME-TEXT  PIC X(40).
           05  LNDISPUT-XH-MONTH      PIC 9(06).
           05  FILLER                 PIC X(20).
