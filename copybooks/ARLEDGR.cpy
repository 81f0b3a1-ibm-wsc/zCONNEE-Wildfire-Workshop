      *----------------------------------------------------------------*
      *  ARLEDGR - catalog accounts receivable, one open item per      *
      *  document, keyed by customer (the ordering userid) and date so *
      *  a customer's items read oldest first. ORDBILL posts each      *
      *  invoice (type I, the order number) and each RETCRED credit    *
      *  note (type C, the order number and line), setting a credit    *
      *  against its own invoice where that is still open; ARPAY      *
      *  applies remittances to named invoices or oldest first and    *
      *  records each remittance as a payment item (type P) with its   *
      *  reference, open for what it left on account. Amounts are     *
      *  unsigned: an invoice is owed to us, a credit or payment on    *
      *  account is owed to the customer. An item is settled when its  *
      *  open amount reaches zero. Dates are yyyymmdd.                 *
      *----------------------------------------------------------------*
       01  ARLEDGR-RECORD.
           05  ARLEDGR-KEY.
               10  ARLEDGR-USERID         PIC X(08).
               10  ARLEDGR-DOC-DATE       PIC X(08).
               10  ARLEDGR-DOC-TYPE       PIC X(01).
                   88  ARLEDGR-INVOICE        VALUE 'I'.
                   88  ARLEDGR-CREDIT-NOTE    VALUE 'C'.
                   88  ARLEDGR-ON-ACCOUNT     VALUE 'P'.
               10  ARLEDGR-DOC-NUMBER     PIC 9(08).
               10  ARLEDGR-DOC-LINE       PIC 9(02).
           05  ARLEDGR-ORIGINAL-AMT       PIC 9(07)V99.
           05  ARLEDGR-OPEN-AMT           PIC 9(07)V99.
           05  ARLEDGR-LAST-APPLIED-DATE  PIC X(08).
      *  The remittance reference a payment item came from.
           05  ARLEDGR-REFERENCE          PIC X(12).
           05  FILLER                     PIC X(15).
