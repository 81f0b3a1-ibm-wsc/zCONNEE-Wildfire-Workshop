      *----------------------------------------------------------------*
      *  LNPQRULP - shared early-payoff quote rule, used by LOANCICS   *
      *  for the online quote and LOANPOQ for batch quote cards so     *
      *  both channels quote the same figure. COPY this into the       *
      *  PROCEDURE DIVISION with COPY LNPQRULE in WORKING-STORAGE and  *
      *  the LOANACCT, LOANSCHD and LNPAYOFF records in the program.   *
      *  With the account in LOANACCT-RECORD the caller PERFORMs       *
      *  PAYOFF-CHECK-RULE; when PQR-QUOTABLE it passes every          *
      *  LOANSCHD entry of the account through PAYOFF-ENTRY-RULE and   *
      *  then PERFORMs PAYOFF-FINISH-RULE, which builds the quote in   *
      *  LNPAYOFF-RECORD (the caller adds the tier, the channel and    *
      *  who asked). The payoff figure is the outstanding principal    *
      *  on LOANACCT-BALANCE, plus the unpaid interest of every entry  *
      *  due by the payoff date, plus a day's interest for each day    *
      *  from the last such due date to the payoff date (yearly rate   *
      *  over 365), less any interest share already paid on entries    *
      *  not yet due, plus PQR-CHARGE-PCT of the principal as the      *
      *  early-settlement charge, plus the open late fees in PQR-FEES. *
      *----------------------------------------------------------------*
       PAYOFF-CHECK-RULE SECTION.
           MOVE 'R' TO PQR-RESULT
           MOVE SPACES TO PQR-REASON
           IF PQR-PAYOFF-DATE = 0
              MOVE PQR-QUOTE-DATE TO PQR-PAYOFF-DATE
           END-IF
           COMPUTE PQR-VALID-UNTIL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PQR-QUOTE-DATE)
                + PQR-VALID-DAYS)

           EVALUATE TRUE
              WHEN NOT LOANACCT-OPEN
                 MOVE 'ACCOUNT IS NOT OPEN' TO PQR-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(PQR-PAYOFF-DATE)
                   NOT = 0
                 MOVE 'PAYOFF DATE IS NOT A VALID DATE'
                     TO PQR-REASON
              WHEN PQR-PAYOFF-DATE < PQR-QUOTE-DATE
                 MOVE 'PAYOFF DATE IS IN THE PAST' TO PQR-REASON
              WHEN PQR-PAYOFF-DATE > PQR-VALID-UNTIL
                 MOVE 'PAYOFF DATE IS BEYOND THE QUOTE VALIDITY'
                     TO PQR-REASON
              WHEN OTHER
                 MOVE 'O' TO PQR-RESULT
           END-EVALUATE

           MOVE LOANACCT-OPENED-DATE TO PQR-LAST-DUE
           MOVE 0 TO PQR-ARREARS-INTEREST
           MOVE 0 TO PQR-PREPAID-INTEREST
           MOVE 0 TO PQR-OPEN-ENTRIES
           .
       PAYOFF-CHECK-RULE-EXIT.
           EXIT.

      *    One schedule entry: the latest due date reached by the
      *    payoff date starts the daily accrual; an uncleared entry
      *    due by then still owes the unpaid part of its interest.
      *    An entry superseded by a holiday or restructure is no
      *    longer part of the schedule at all.
       PAYOFF-ENTRY-RULE SECTION.
           IF LOANSCHD-SUPERSEDED
              GO TO PAYOFF-ENTRY-RULE-EXIT
           END-IF
           IF LOANSCHD-DUE-DATE NOT > PQR-PAYOFF-DATE
              AND LOANSCHD-DUE-DATE > PQR-LAST-DUE
              MOVE LOANSCHD-DUE-DATE TO PQR-LAST-DUE
           END-IF
           IF LOANSCHD-CLEARED
              GO TO PAYOFF-ENTRY-RULE-EXIT
           END-IF

           ADD 1 TO PQR-OPEN-ENTRIES
           MOVE 0 TO PQR-PAID-INTEREST
           IF LOANSCHD-AMOUNT-DUE > 0
              AND LOANSCHD-AMOUNT-PAID > 0
              COMPUTE PQR-PAID-INTEREST ROUNDED =
                  LOANSCHD-AMOUNT-PAID * LOANSCHD-INTEREST
                  / LOANSCHD-AMOUNT-DUE
           END-IF
           IF LOANSCHD-DUE-DATE NOT > PQR-PAYOFF-DATE
              COMPUTE PQR-ARREARS-INTEREST =
                  PQR-ARREARS-INTEREST + LOANSCHD-INTEREST
                  - PQR-PAID-INTEREST
           ELSE
              ADD PQR-PAID-INTEREST TO PQR-PREPAID-INTEREST
           END-IF
           .
       PAYOFF-ENTRY-RULE-EXIT.
           EXIT.

       PAYOFF-FINISH-RULE SECTION.
           COMPUTE PQR-DAYS =
               FUNCTION INTEGER-OF-DATE(PQR-PAYOFF-DATE)
               - FUNCTION INTEGER-OF-DATE(PQR-LAST-DUE)

           MOVE LOANACCT-NUMBER TO LNPAYOFF-ACCOUNT
           MOVE PQR-QUOTE-DATE TO LNPAYOFF-QUOTE-DATE
           MOVE PQR-PAYOFF-DATE TO LNPAYOFF-PAYOFF-DATE
           MOVE PQR-VALID-UNTIL TO LNPAYOFF-VALID-UNTIL
           IF LOANACCT-BALANCE > 0
              MOVE LOANACCT-BALANCE TO LNPAYOFF-PRINCIPAL
           ELSE
              MOVE 0 TO LNPAYOFF-PRINCIPAL
           END-IF

           COMPUTE PQR-ACCRUED ROUNDED =
               PQR-ARREARS-INTEREST
               + LNPAYOFF-PRINCIPAL * LOANACCT-RATE / 100
                 * PQR-DAYS / 365
           IF PQR-ACCRUED > PQR-PREPAID-INTEREST
              SUBTRACT PQR-PREPAID-INTEREST FROM PQR-ACCRUED
           ELSE
              MOVE 0 TO PQR-ACCRUED
           END-IF
           MOVE PQR-ACCRUED TO LNPAYOFF-INTEREST

           MOVE PQR-CHARGE-PCT TO LNPAYOFF-CHARGE-PCT
           COMPUTE LNPAYOFF-CHARGE ROUNDED =
               LNPAYOFF-PRINCIPAL * PQR-CHARGE-PCT / 100
           MOVE PQR-FEES TO LNPAYOFF-FEES
           COMPUTE LNPAYOFF-TOTAL =
               LNPAYOFF-PRINCIPAL + LNPAYOFF-INTEREST
               + LNPAYOFF-CHARGE + LNPAYOFF-FEES
           MOVE 'Q' TO LNPAYOFF-STATUS
           MOVE 0 TO LNPAYOFF-SETTLED-DATE
           MOVE 0 TO LNPAYOFF-RECEIPT
           .
       PAYOFF-FINISH-RULE-EXIT.
           EXIT.
