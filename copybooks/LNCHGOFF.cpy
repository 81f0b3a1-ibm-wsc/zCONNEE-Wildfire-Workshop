      *----------------------------------------------------------------*
      *  LNCHGOFF - a charge-off of a serviced loan, one per account.  *
      *  The LNCOMNT transaction stages it (STATUS 'P') on an open     *
      *  account whose oldest unpaid LOANSCHD entry is more than 90    *
      *  days past due, LOANARRS's 90+ bucket, with a reason code and  *
      *  text; it only takes effect when a DIFFERENT userid confirms   *
      *  it (STATUS 'W'): the LOANACCT balance is recorded here as     *
      *  AMOUNT and the account marked written off, its open entries   *
      *  written off ('W') with it. Anything later received on the     *
      *  account is posted by LOANPAY as a recovery, accumulated in    *
      *  RECOVERED and logged on LNRECOV, not as a repayment. TIER is  *
      *  the account's LNPOLICY tier at write-off. LOANCOR reports     *
      *  charge-offs, recoveries and net loss monthly. The reason      *
      *  codes are:                                                    *
      *    CE collections exhausted   IN insolvency   DC deceased      *
      *    UC uncontactable           FR fraud        OT other         *
      *----------------------------------------------------------------*
       01  LNCHGOFF-RECORD.
           05  LNCHGOFF-KEY.
               10  LNCHGOFF-ACCOUNT   PIC X(08).
           05  LNCHGOFF-NAME          PIC X(20).
           05  LNCHGOFF-TIER          PIC X(08).
           05  LNCHGOFF-STATUS        PIC X(01).
               88  LNCHGOFF-PROPOSED      VALUE 'P'.
               88  LNCHGOFF-WRITTEN-OFF   VALUE 'W'.
           05  LNCHGOFF-REASON-CODE   PIC X(02).
               88  LNCHGOFF-REASON-VALID  VALUE 'CE' 'IN' 'DC'
                                                'UC' 'FR' 'OT'.
           05  LNCHGOFF-REASON-TEXT   PIC X(40).
           05  LNCHGOFF-DAYS-PAST-DUE PIC 9(04).
           05  LNCHGOFF-PROPOSED-BY   PIC X(08).
           05  LNCHGOFF-PROPOSED-AT   PIC X(16).
           05  LNCHGOFF-CONFIRMED-BY  PIC X(08).
           05  LNCHGOFF-WRITE-OFF-DATE PIC 9(08).
           05  LNCHGOFF-AMOUNT        PIC S9(13)V99 COMP-3.
           05  LNCHGOFF-ENTRIES       PIC 9(03).
           05  LNCHGOFF-RECOVERED     PIC S9(13)V99 COMP-3.
           05  LNCHGOFF-RECOVERIES    PIC 9(04).
           05  LNCHGOFF-LAST-RECOVERY PIC 9(08).
           05  FILLER                 PIC X(20).
