      *  approval time. The rate and repayment are locked until the    *
      *  expiry date, so the applicant who phones back can accept the  *
      *  saved terms without being re-scored against whatever the      *
      *  policy says by then. TIER is the LNPOLICY tier the decision   *
      *  was made under, carried onto the LOANACCT account. A          *
      *  variable-rate offer ('V') records its rate as MARGIN over the *
      *  REFRATE reference row in LNRATES effective at REF-EFFDATE;    *
      *  a fixed-rate offer ('F', or spaces on offers saved before     *
      *  the type was kept) carries no margin.                         *
      *----------------------------------------------------------------*
       01  LOANOFFR-RECORD.
           05  LOANOFFR-KEY.
           05  LOANOFFR-STATUS        PIC X(01).
               88  LOANOFFR-OPEN          VALUE 'O'.
               88  LOANOFFR-ACCEPTED      VALUE 'A'.
      *  'X' an open offer that passed its expiry date unaccepted and
      *  whose applicant LOANARRS has told so.
               88  LOANOFFR-LAPSED        VALUE 'X'.
           05  LOANOFFR-TIER          PIC X(08).
           05  LOANOFFR-RATE-TYPE     PIC X(01).
               88  LOANOFFR-FIXED         VALUE 'F' ' '.
               88  LOANOFFR-VARIABLE      VALUE 'V'.
           05  LOANOFFR-MARGIN        PIC S9(05).
           05  LOANOFFR-REF-EFFDATE   PIC 9(08).
