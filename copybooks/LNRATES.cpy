      *  date has arrived, so the business loads next Monday's rates   *
      *  on Friday instead of waiting for a program change. Rows are   *
      *  maintained through LNRMNT with the same two-person            *
      *  confirmation LNPMNT applies to LNPOLICY. Rows under the tier  *
      *  REFRATE with term band 00 are the reference rate variable-    *
      *  rate loans are priced over (LOANOFFR/LOANACCT MARGIN): one    *
      *  becoming effective is what LOANREPR reprices them on.         *
      *----------------------------------------------------------------*
       01  LNRATES-RECORD.
           05  LNRATES-KEY.
