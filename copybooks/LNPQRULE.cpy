      *----------------------------------------------------------------*
      *  LNPQRULE - working fields of the shared payoff-quote rule     *
      *  LNPQRULP. COPY this into WORKING-STORAGE of every program     *
      *  that COPYs LNPQRULP. The caller puts today's date in          *
      *  PQR-QUOTE-DATE, the requested payoff date in PQR-PAYOFF-DATE  *
      *  (zero for today), the quote validity in PQR-VALID-DAYS and    *
      *  the early-settlement percentage of the account's tier in      *
      *  PQR-CHARGE-PCT, and the late fees still open on the account   *
      *  in PQR-FEES.                                                  *
      *----------------------------------------------------------------*
       01  LNPQRULE-WORK-AREA.
           05  PQR-QUOTE-DATE             PIC 9(08) VALUE 0.
           05  PQR-PAYOFF-DATE            PIC 9(08) VALUE 0.
           05  PQR-VALID-DAYS             PIC 9(03) VALUE 10.
           05  PQR-CHARGE-PCT             PIC 9(02)V99 VALUE 0.
           05  PQR-FEES                   PIC 9(07)V99 VALUE 0.
           05  PQR-VALID-UNTIL            PIC 9(08) VALUE 0.
           05  PQR-LAST-DUE               PIC 9(08) VALUE 0.
           05  PQR-DAYS                   PIC 9(05) VALUE 0.
           05  PQR-ARREARS-INTEREST       PIC 9(11)V99 VALUE 0.
           05  PQR-PREPAID-INTEREST       PIC 9(11)V99 VALUE 0.
           05  PQR-PAID-INTEREST          PIC 9(09)V99 VALUE 0.
           05  PQR-ACCRUED                PIC 9(11)V99 VALUE 0.
           05  PQR-OPEN-ENTRIES           PIC 9(03) VALUE 0.
           05  PQR-RESULT                 PIC X(01) VALUE SPACE.
               88  PQR-QUOTABLE               VALUE 'O'.
               88  PQR-REFUSED                VALUE 'R'.
           05  PQR-REASON                 PIC X(40) VALUE SPACES.
