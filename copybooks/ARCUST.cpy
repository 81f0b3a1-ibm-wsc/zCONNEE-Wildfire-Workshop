      *----------------------------------------------------------------*
      *  ARCUST - catalog customer credit terms, keyed by the ordering *
      *  userid: the credit limit and what order placement does when   *
      *  the customer's open ARLEDGR balance is over it, or an invoice *
      *  is still open more than 90 days after it was raised - warn    *
      *  and take the order, or refuse it. A customer with no record   *
      *  has no limit, and is only warned about old invoices.          *
      *----------------------------------------------------------------*
       01  ARCUST-RECORD.
           05  ARCUST-USERID              PIC X(08).
           05  ARCUST-CREDIT-LIMIT        PIC 9(07)V99.
           05  ARCUST-BREACH-ACTION       PIC X(01).
               88  ARCUST-WARN                VALUE 'W'.
               88  ARCUST-REFUSE              VALUE 'R'.
           05  ARCUST-UPD-DATE            PIC X(08).
           05  ARCUST-UPD-USERID          PIC X(08).
           05  FILLER                     PIC X(16).
