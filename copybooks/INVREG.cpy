      *----------------------------------------------------------------*
      *  INVREG - the supplier invoice register, one record per        *
      *  invoice INVMATCH has seen, keyed by supplier and invoice      *
      *  number. STATUS is 'R' once the invoice is released to the     *
      *  INVAPPR payment-approved file, 'H' while it is on hold with   *
      *  the reason; a held invoice presented again after correction   *
      *  is re-matched, and one already released is refused as a      *
      *  duplicate. FIRST-PASS is 'Y' when the invoice matched the     *
      *  first time it was presented - SUPPPERF reports it per         *
      *  supplier as the invoice-accuracy rate.                        *
      *----------------------------------------------------------------*
       01  INVREG-RECORD.
           05  INVREG-KEY.
               10  INVREG-SUPPLIER        PIC X(06).
               10  INVREG-INVOICE-NUMBER  PIC X(12).
           05  INVREG-INVOICE-DATE        PIC 9(08).
           05  INVREG-LINE-COUNT          PIC 9(03).
           05  INVREG-AMOUNT              PIC 9(09)V99.
           05  INVREG-STATUS              PIC X(01).
               88  INVREG-RELEASED            VALUE 'R'.
               88  INVREG-HELD                VALUE 'H'.
           05  INVREG-FIRST-PASS          PIC X(01).
               88  INVREG-FIRST-PASS-MATCH    VALUE 'Y'.
           05  INVREG-PRESENTED           PIC 9(03).
           05  INVREG-HOLD-REASON         PIC X(30).
           05  INVREG-LAST-DATE           PIC 9(08).
           05  INVREG-RELEASED-DATE       PIC 9(08).
           05  FILLER                     PIC X(09).
