      *----------------------------------------------------------------*
      *  GLMAP - the general-ledger account mapping GLFEED posts       *
      *  through, one card per feed source, maintained by finance.     *
      *  Each source's daily total is journaled as a debit to DEBIT-   *
      *  ACCOUNT and an equal credit to CREDIT-ACCOUNT. The sources    *
      *  are TRDCOMM (trade commission), CASHINT, CASHDIV, CASHDEP,    *
      *  CASHWDL (cash interest, dividend, deposit and withdrawal      *
      *  movements), LOANINT and LOANPRIN (loan payments split into    *
      *  interest and principal), ORDSALES (catalog order sales),      *
      *  RETCRED (return credits), MARGINT (margin interest charged    *
      *  to cash accounts), ACCTFEE (monthly account fees charged to   *
      *  cash accounts), LOANSETL (early-settlement charges), LOANFEES *
      *  (loan late fees received), LOANCHGO (loan balances written    *
      *  off), LOANRECV (recoveries on written-off loans) and ORDCANC  *
      *  (earlier days' order sales cancelled).                        *
      *----------------------------------------------------------------*
       01  GLMAP-RECORD.
           05  GLMAP-SOURCE           PIC X(08).
           05  FILLER                 PIC X(01).
           05  GLMAP-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER                 PIC X(01).
           05  GLMAP-CREDIT-ACCOUNT   PIC X(10).
           05  FILLER                 PIC X(01).
           05  GLMAP-DESCRIPTION      PIC X(30).
           05  FILLER                 PIC X(19).
