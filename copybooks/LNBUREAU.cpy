      *----------------------------------------------------------------*
      *  LNBUREAU - the credit bureau's fixed 200-byte reporting       *
      *  layout as LOANBUR writes it each month end: one header, one   *
      *  detail per reported loan account, one trailer. Amounts are    *
      *  whole currency units. Account status codes:                   *
      *    11 current (or under 30 days late)   71 30-59 days late     *
      *    78 60-89   80 90-119   82 120-149   83 150-179   84 180+    *
      *    13 paid and closed                   97 charged off         *
      *  PAYMENT-HISTORY is the 24 month-ends before the reported      *
      *  one, latest first: 0 current, 1 30-59 days late, 2 60-89,     *
      *  3 90-119, 4 120-149, 5 150-179, 6 180 or more, B before the   *
      *  account opened. COMPLIANCE-CODE is XB while the borrower      *
      *  disputes the account (LNDISPUT) and XH the month the dispute  *
      *  is resolved. The header, detail and trailer layouts share the *
      *  record area of the FD the copybook is copied into.            *
      *----------------------------------------------------------------*
       01  LNBUREAU-RECORD.
           05  LNBUREAU-REC-TYPE      PIC X(01).
               88  LNBUREAU-HEADER        VALUE 'H'.
               88  LNBUREAU-DETAIL        VALUE 'D'.
               88  LNBUREAU-TRAILER       VALUE 'T'.
           05  LNBUREAU-DATA          PIC X(199).
       01  LNBUREAU-HEADER-RECORD.
           05  FILLER                 PIC X(01).
           05  LNBUREAU-H-SUBSCRIBER  PIC X(10).
           05  LNBUREAU-H-MONTH       PIC 9(06).
           05  LNBUREAU-H-CREATED     PIC 9(08).
           05  LNBUREAU-H-PROGRAM     PIC X(08).
           05  FILLER                 PIC X(167).
       01  LNBUREAU-DETAIL-RECORD.
           05  FILLER                 PIC X(01).
           05  LNBUREAU-D-ACCOUNT     PIC X(08).
           05  LNBUREAU-D-NAME        PIC X(20).
           05  LNBUREAU-D-ACCT-TYPE   PIC X(02).
           05  LNBUREAU-D-OPENED      PIC 9(08).
           05  LNBUREAU-D-ORIGINAL    PIC 9(09).
           05  LNBUREAU-D-TERM        PIC 9(03).
           05  LNBUREAU-D-SCHEDULED   PIC 9(09).
           05  LNBUREAU-D-BALANCE     PIC 9(09).
           05  LNBUREAU-D-PAST-DUE    PIC 9(09).
           05  LNBUREAU-D-DAYS-LATE   PIC 9(04).
           05  LNBUREAU-D-STATUS      PIC X(02).
           05  LNBUREAU-D-HISTORY     PIC X(24).
           05  LNBUREAU-D-LAST-PAID   PIC 9(08).
           05  LNBUREAU-D-CLOSED      PIC 9(08).
           05  LNBUREAU-D-CHARGED-OFF PIC 9(09).
           05  LNBUREAU-D-COMPLIANCE  PIC X(02).
           05  FILLER                 PIC X(65).
       01  LNBUREAU-TRAILER-RECORD.
           05  FILLER                 PIC X(01).
           05  LNBUREAU-T-SUBSCRIBER  PIC X(10).
           05  LNBUREAU-T-MONTH       PIC 9(06).
           05  LNBUREAU-T-DETAILS     PIC 9(09).
           05  LNBUREAU-T-BALANCE     PIC 9(13).
           05  LNBUREAU-T-PAST-DUE    PIC 9(13).
           05  LNBUREAU-T-DISPUTED    PIC 9(07).
           05  FILLER                 PIC X(141).
