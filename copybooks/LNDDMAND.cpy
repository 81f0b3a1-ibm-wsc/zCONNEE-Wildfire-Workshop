      *----------------------------------------------------------------*
      *  LNDDMAND - a direct-debit mandate on a serviced loan, one per *
      *  LOANACCT account, naming the trader cash account repayments   *
      *  are taken from. Set up and cancelled on DDMANDIN cards to the *
      *  daily LOANDD run; the customer's NUMB must carry the trader   *
      *  userid on CUSTXREF and that userid must hold a CASHACCT cash  *
      *  account. LOANDD debits each schedule entry on the day it      *
      *  falls due, and once more DDRETRYDAYS later when the cash did  *
      *  not cover it; LAST-RUN-DATE stops a rerun taking twice.       *
      *----------------------------------------------------------------*
       01  LNDDMAND-RECORD.
           05  LNDDMAND-KEY.
               10  LNDDMAND-ACCOUNT   PIC X(08).
           05  LNDDMAND-NUMB          PIC X(06).
           05  LNDDMAND-TRADER-USERID PIC X(60).
           05  LNDDMAND-STATUS        PIC X(01).
               88  LNDDMAND-ACTIVE        VALUE 'A'.
               88  LNDDMAND-CANCELLED     VALUE 'C'.
           05  LNDDMAND-SET-UP-DATE   PIC 9(08).
           05  LNDDMAND-CANCELLED-DATE PIC 9(08).
           05  LNDDMAND-LAST-RUN-DATE PIC 9(08).
           05  LNDDMAND-LAST-DEBIT-DATE PIC 9(08).
           05  LNDDMAND-LAST-DEBIT-AMOUNT PIC 9(09)V99.
           05  LNDDMAND-LAST-FAIL-DATE PIC 9(08).
           05  FILLER                 PIC X(20).
