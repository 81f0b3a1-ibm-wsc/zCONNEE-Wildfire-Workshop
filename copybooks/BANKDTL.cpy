      *----------------------------------------------------------------*
      *  BANKDTL - the customer's nominated bank account, one per      *
      *  trader userid, set by the SET_BANK_ACCT request. A cash       *
      *  withdrawal is refused until one is on file; WITHDRAW_CASH     *
      *  copies it onto the PENDPAY payment so a later change does     *
      *  not redirect money already on its way.                        *
      *----------------------------------------------------------------*
       01  BANKDTL-RECORD.
           05  BANKDTL-KEY.
               10  BANKDTL-USERID     PIC X(60).
      *  Sort code or BIC, the account number and the name the
      *  account is held in, as the bank is to be given them.
           05  BANKDTL-BANK-CODE      PIC X(11).
           05  BANKDTL-ACCOUNT-NO     PIC X(20).
           05  BANKDTL-ACCOUNT-NAME   PIC X(33).
           05  BANKDTL-SET-DATE       PIC 9(08).
           05  BANKDTL-SET-BY         PIC X(08).
           05  FILLER                 PIC X(10).
