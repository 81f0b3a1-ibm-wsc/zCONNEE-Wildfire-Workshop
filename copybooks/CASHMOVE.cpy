      *  CASHMOVE - one record per cash movement on a customer's cash  *
      *  account ('D' deposit, 'W' withdrawal, 'B' buy settlement,     *
      *  'S' sell proceeds, 'V' dividend credit, 'I' interest          *
      *  credit, 'M' margin interest charge, 'X' transfer out to and   *
      *  'R' transfer received from another trader account by          *
      *  ACCTXFER, 'F' monthly account fee debited by FEEBILL, 'O'     *
      *  new-issue subscription money reserved and 'U' the same money  *
      *  released by OFFALLOC at allocation, 'L' loan repayment taken *
      *  by LOANDD direct debit), with the balance after the movement, *
      *  so cash activity can be statemented like trades are.          *
      *----------------------------------------------------------------*
       01  CASHMOVE-RECORD.
           05  CASHMOVE-USERID        PIC X(60).
                                                    SEPARATE.
      *  The bank's own reference on movements the BANKLOAD overnight
      *  loader posts, so a posting can be tied back to the bank's
      *  settlement file line, or the PAYSEND payment reference on
      *  the 'D' that credits back a payment the bank returned, or
      *  the loan account an 'L' direct debit repaid; SPACES on
      *  movements born inside the trading system.
           05  CASHMOVE-REFERENCE     PIC X(12).
