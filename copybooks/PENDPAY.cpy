      *----------------------------------------------------------------*
      *  PENDPAY - one outbound bank payment per cash withdrawal,      *
      *  written by TRADERBL's WITHDRAW_CASH beside the 'W' CASHMOVE   *
      *  entry (same userid and timestamp) and carrying the nominated  *
      *  BANKDTL account. The daily PAYSEND run sends the day's        *
      *  pending payments to the bank and marks them sent with the     *
      *  reference it gave them; a payment the bank hands back on its  *
      *  returned-payment file is marked returned once the amount has  *
      *  been credited back to CASHACCT.                               *
      *----------------------------------------------------------------*
       01  PENDPAY-RECORD.
           05  PENDPAY-KEY.
               10  PENDPAY-USERID     PIC X(60).
               10  PENDPAY-TIMESTAMP  PIC 9(14).
           05  PENDPAY-AMOUNT         PIC 9(11)V99.
           05  PENDPAY-BANK-CODE      PIC X(11).
           05  PENDPAY-ACCOUNT-NO     PIC X(20).
           05  PENDPAY-ACCOUNT-NAME   PIC X(33).
           05  PENDPAY-STATUS         PIC X(01).
               88  PENDPAY-PENDING        VALUE 'P'.
               88  PENDPAY-SENT           VALUE 'S'.
               88  PENDPAY-RETURNED       VALUE 'R'.
           05  PENDPAY-REFERENCE      PIC X(12).
           05  PENDPAY-SENT-DATE      PIC 9(08).
           05  PENDPAY-RETURNED-DATE  PIC 9(08).
           05  PENDPAY-RETURN-REASON  PIC X(04).
           05  FILLER                 PIC X(10).
