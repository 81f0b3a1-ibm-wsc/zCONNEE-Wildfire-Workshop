      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY.
      * Loan payment posting batch: applies each PAYIN receipt first
      * to the late fees open on the account (LNFEES, oldest first)
      * and then against its LOANSCHD schedule oldest entry first,
      * partial payments accumulating on the entry until it is
      * covered and any residue rolling to the next entry. The
      * interest/principal split was fixed when the schedule was
      * generated; the account balance runs down by the principal of
      * what each receipt covers, and the account closes when the
      * last entry is paid. A receipt for at least the total of the
      * account's LNPAYOFF early-payoff quote (the quoted late fees
      * being paid off first like any others), with a value date
      * inside the quote's validity, settles the loan in full
      * instead: the entries still open are marked settled early,
      * the balance goes to zero, the account closes, the quote is
      * marked settled and a closure letter goes to LOANCLTR.
      * Unappliable receipts reject with their reason. Receipts the
      * LOANDD direct-debit run took from a trader cash account post
      * the same way and are reconciled separately; one rejected
      * has already left the cash account, so it is flagged for a
      * refund and the run ends rc 4. A receipt for a loan written
      * off on LNCOMNT is not a repayment: it is posted as a
      * recovery against the account's LNCHGOFF charge-off and
      * logged on LNRECOV, and the schedule is left alone. Every
      * receipt applied or settled is logged on LNPAYHST with its
      * split into fees, interest and principal for the borrowers'
      * annual LOANSTMT statements.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Payoff-Quotes ASSIGN TO LNPAYOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNPAYOFF-KEY OF LNPAYOFF-RECORD
              FILE STATUS IS LNPAYOFF-STATUS-CODE.

           SELECT Late-Fees ASSIGN TO LNFEES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNFEES-KEY OF LNFEES-RECORD
              FILE STATUS IS LNFEES-STATUS-CODE.

           SELECT Charge-Offs ASSIGN TO LNCHGOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNCHGOFF-KEY OF LNCHGOFF-RECORD
              FILE STATUS IS LNCHGOFF-STATUS-CODE.

           SELECT Recovery-Log ASSIGN TO LNRECOV
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LNRECOV-STATUS-CODE.

           SELECT Payment-History ASSIGN TO LNPAYHST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LNPAYHST-STATUS-CODE.

           SELECT Report-Output ASSIGN TO LOANPRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Letter-Output ASSIGN TO LOANCLTR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOANCLTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One receipt per record: account number, amount and the value
      * date the payment arrived. SOURCE is 'DD' on a receipt LOANDD
      * took by direct debit, with the CASHMOVE timestamp of the
      * debit as its reference; spaces on any other receipt.
       FD  Payment-Input.
       01  PAYMENT-RECORD.
           05  PY-ACCOUNT             PIC X(08).
           05  PY-AMOUNT              PIC X(12).
           05  FILLER                 PIC X(01).
           05  PY-VALUE-DATE          PIC 9(08).
           05  PY-SOURCE              PIC X(02).
               88  PY-DIRECT-DEBIT        VALUE 'DD'.
           05  PY-DEBIT-REF           PIC X(14).
           05  FILLER                 PIC X(34).

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.
       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Payoff-Quotes.
       COPY LNPAYOFF SUPPRESS.

       FD  Late-Fees.
       COPY LNFEES SUPPRESS.

       FD  Charge-Offs.
       COPY LNCHGOFF SUPPRESS.

       FD  Recovery-Log.
       COPY LNRECOV SUPPRESS.

       FD  Payment-History.
       COPY LNPAYHST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Letter-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LNPAYOFF-STATUS-CODE        PIC X(2).
           88 LNPAYOFF-IO-NORMAL      VALUE '00'.
       01 LNFEES-STATUS-CODE          PIC X(2).
           88 LNFEES-IO-NORMAL        VALUE '00'.
       01 LNCHGOFF-STATUS-CODE        PIC X(2).
           88 LNCHGOFF-IO-NORMAL      VALUE '00'.
       01 LNRECOV-STATUS-CODE         PIC X(2).
           88 LNRECOV-IO-NORMAL       VALUE '00'.
       01 LNPAYHST-STATUS-CODE        PIC X(2).
           88 LNPAYHST-IO-NORMAL      VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 LOANCLTR-STATUS             PIC X(2).
           88 LOANCLTR-NORMAL         VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 PAYIN-EOF               VALUE 'Y'.
       01 WS-SCHED-DONE-SW            PIC X(01) VALUE 'N'.
           88 SCHEDULE-DONE           VALUE 'Y'.
      * Without LNPAYOFF there are no quotes to settle against and
      * every receipt posts to the schedule as it always has.
       01 WS-QUOTES-SW                PIC X(01) VALUE 'Y'.
           88 QUOTES-AVAILABLE        VALUE 'Y'.
       01 WS-QUOTE-MATCH-SW           PIC X(01) VALUE 'N'.
           88 QUOTE-MATCHED           VALUE 'Y'.
      * Without LNFEES there are no late fees to settle and every
      * receipt goes to the schedule as it always has.
       01 WS-FEES-SW                  PIC X(01) VALUE 'Y'.
           88 FEES-AVAILABLE          VALUE 'Y'.
       01 WS-FEES-DONE-SW             PIC X(01) VALUE 'N'.
           88 FEES-DONE               VALUE 'Y'.
      * Without both LNCHGOFF and LNRECOV a receipt for a written-off
      * loan cannot be posted as a recovery and is rejected.
       01 WS-RECOVERY-SW              PIC X(01) VALUE 'Y'.
           88 RECOVERIES-AVAILABLE    VALUE 'Y'.
      * Without LNPAYHST receipts still post but the annual
      * statements will not show them.
       01 WS-HISTORY-SW               PIC X(01) VALUE 'Y'.
           88 HISTORY-AVAILABLE       VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(08).

       01 WS-PAY-FIELDS.
           05 WS-RECEIPT-AMOUNT       PIC 9(09)V99 COMP-3.
           05 WS-PRINCIPAL-PAID       PIC 9(09)V99 COMP-3.
           05 WS-OPEN-ENTRIES         PIC 9(03) COMP.
           05 WS-REJECT-REASON        PIC X(40).
           05 WS-OVERPAID             PIC 9(09)V99 COMP-3.
           05 WS-FEES-PAID            PIC 9(09)V99 COMP-3.
           05 WS-QUOTE-NET            PIC 9(13)V99 COMP-3.
           05 WS-INTEREST-PAID        PIC 9(09)V99 COMP-3.
           05 WS-CHARGE-PAID          PIC 9(09)V99 COMP-3.
           05 WS-UNAPPLIED            PIC 9(09)V99 COMP-3.
           05 WS-HISTORY-TYPE         PIC X(01).

       01 RECONCILIATION-COUNTS.
           05 RC-RECEIPTS-READ        PIC 9(06) COMP VALUE 0.
           05 RC-RECEIPTS-APPLIED     PIC 9(06) COMP VALUE 0.
           05 RC-RECEIPTS-REJECTED    PIC 9(06) COMP VALUE 0.
           05 RC-ACCOUNTS-CLOSED      PIC 9(06) COMP VALUE 0.
           05 RC-ACCOUNTS-SETTLED     PIC 9(06) COMP VALUE 0.
           05 RC-LETTERS-WRITTEN      PIC 9(06) COMP VALUE 0.
           05 RC-FEES-CLEARED         PIC 9(06) COMP VALUE 0.
           05 RC-FEES-COLLECTED       PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-TOTAL-POSTED         PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-DD-RECEIVED          PIC 9(06) COMP VALUE 0.
           05 RC-DD-POSTED            PIC 9(06) COMP VALUE 0.
           05 RC-DD-REJECTED          PIC 9(06) COMP VALUE 0.
           05 RC-DD-AMOUNT-POSTED     PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-RECOVERIES           PIC 9(06) COMP VALUE 0.
           05 RC-RECOVERED-AMOUNT     PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-HISTORY-WRITTEN      PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(40).

      * Closure-letter line layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
       01 WS-LETTER-NAME-LINE.
           05 FILLER              PIC X(06) VALUE 'DEAR  '.
           05 LT-NAME             PIC X(20).
       01 WS-LETTER-BODY              PIC X(76).
       01 WS-LETTER-AMOUNT-LINE.
           05 LT-LABEL            PIC X(21).
           05 LT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LETTER-REF-LINE.
           05 FILLER              PIC X(21) VALUE
              'YOUR LOAN ACCOUNT:   '.
           05 LT-ACCOUNT          PIC X(08).
       01 WS-LETTER-DATE-LINE.
           05 FILLER              PIC X(21) VALUE
              'SETTLED ON:          '.
           05 LT-SETTLED-DATE     PIC 9(08).

      *----------------------------------------------------------------*

      ******************************************************************
      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT Payment-Input
           IF NOT PAYIN-NORMAL
              DISPLAY "ERROR: unable to open PAYIN, status="
              GOBACK
           END-IF

           OPEN OUTPUT Letter-Output
           IF NOT LOANCLTR-NORMAL
              DISPLAY "ERROR: unable to open LOANCLTR, status="
                      LOANCLTR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Payment-Input
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Report-Output
              GOBACK
           END-IF

           OPEN I-O Payoff-Quotes
           IF NOT LNPAYOFF-IO-NORMAL
              DISPLAY "WARNING: LNPAYOFF unavailable, status="
                      LNPAYOFF-STATUS-CODE
                      " - no payoff quotes settled"
              MOVE 'N' TO WS-QUOTES-SW
           END-IF

           OPEN I-O Late-Fees
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "WARNING: LNFEES unavailable, status="
                      LNFEES-STATUS-CODE
                      " - no late fees settled"
              MOVE 'N' TO WS-FEES-SW
           END-IF

           OPEN I-O Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "WARNING: LNCHGOFF unavailable, status="
                      LNCHGOFF-STATUS-CODE
                      " - no recoveries posted"
              MOVE 'N' TO WS-RECOVERY-SW
           ELSE
              OPEN EXTEND Recovery-Log
              IF NOT LNRECOV-IO-NORMAL
                 DISPLAY "WARNING: LNRECOV unavailable, status="
                         LNRECOV-STATUS-CODE
                         " - no recoveries posted"
                 MOVE 'N' TO WS-RECOVERY-SW
                 CLOSE Charge-Offs
              END-IF
           END-IF

           OPEN EXTEND Payment-History
           IF NOT LNPAYHST-IO-NORMAL
              DISPLAY "WARNING: LNPAYHST unavailable, status="
                      LNPAYHST-STATUS-CODE
                      " - no payment history kept"
              MOVE 'N' TO WS-HISTORY-SW
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-RECEIPT
           PERFORM POST-ONE-RECEIPT
               UNTIL PAYIN-EOF

           IF QUOTES-AVAILABLE
              CLOSE Payoff-Quotes
           END-IF.
           IF FEES-AVAILABLE
              CLOSE Late-Fees
           END-IF.
           IF RECOVERIES-AVAILABLE
              CLOSE Recovery-Log
              CLOSE Charge-Offs
           END-IF.
           IF HISTORY-AVAILABLE
              CLOSE Payment-History
           END-IF.
           CLOSE Letter-Output.
           CLOSE Report-Output.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.
                   RC-RECEIPTS-REJECTED
           DISPLAY "   Accounts closed      : "
                   RC-ACCOUNTS-CLOSED
           DISPLAY "   Settled under quote  : "
                   RC-ACCOUNTS-SETTLED
           DISPLAY "   Closure letters      : "
                   RC-LETTERS-WRITTEN
           DISPLAY "   Late fees cleared    : "
                   RC-FEES-CLEARED
           DISPLAY "   Late fees collected  : "
                   RC-FEES-COLLECTED
           DISPLAY "   Direct debits read   : " RC-DD-RECEIVED
           DISPLAY "   Direct debits posted : " RC-DD-POSTED
           DISPLAY "   Direct debit amount  : "
                   RC-DD-AMOUNT-POSTED
           DISPLAY "   Direct debits refused: " RC-DD-REJECTED
           DISPLAY "   Recoveries posted    : " RC-RECOVERIES
           DISPLAY "   Amount recovered     : "
                   RC-RECOVERED-AMOUNT
           DISPLAY "   Payment history recs : "
                   RC-HISTORY-WRITTEN
           DISPLAY "======================================".

       MAINLINE-EXIT.
           END-READ
           IF NOT PAYIN-EOF
              ADD 1 TO RC-RECEIPTS-READ
              IF PY-DIRECT-DEBIT
                 ADD 1 TO RC-DD-RECEIVED
              END-IF
           END-IF
           .
       READ-NEXT-RECEIPT-EXIT.
                         WS-REJECT-REASON
                 WHEN LOANACCT-CLOSED
                    MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
                 WHEN LOANACCT-WRITTEN-OFF
                    PERFORM CHECK-CHARGE-OFF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE 0 TO RL-AMOUNT
              MOVE WS-REJECT-REASON TO RL-NOTE
              PERFORM WRITE-RESULT-LINE
              IF PY-DIRECT-DEBIT
                 ADD 1 TO RC-DD-REJECTED
                 MOVE 'DIRECT DEBIT TAKEN - REFUND DUE' TO RL-NOTE
                 PERFORM WRITE-RESULT-LINE
                 IF RETURN-CODE IS LESS THAN 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO POST-ONE-RECEIPT-NEXT
           END-IF

           COMPUTE WS-RECEIPT-AMOUNT =
               FUNCTION NUMVAL(PY-AMOUNT)
           MOVE WS-RECEIPT-AMOUNT TO WS-REMAINING

           IF LOANACCT-WRITTEN-OFF
              PERFORM POST-RECOVERY
              GO TO POST-ONE-RECEIPT-NEXT
           END-IF

      * Late fees are paid off before any interest or principal
           PERFORM SETTLE-LATE-FEES
           IF WS-FEES-PAID IS GREATER THAN 0
              MOVE PY-ACCOUNT TO RL-ACCOUNT
              MOVE 'FEES PAID' TO RL-ACTION
              MOVE WS-FEES-PAID TO RL-AMOUNT
              MOVE 'LATE FEES SETTLED BEFORE THE SCHEDULE' TO RL-NOTE
              PERFORM WRITE-RESULT-LINE
           END-IF

      * A receipt that meets the account's payoff quote settles the
      * loan in full rather than running down the schedule
           PERFORM CHECK-PAYOFF-QUOTE
           IF QUOTE-MATCHED
              PERFORM SETTLE-LOAN-IN-FULL
              GO TO POST-ONE-RECEIPT-NEXT
           END-IF

           MOVE 0 TO WS-PRINCIPAL-PAID
           MOVE 0 TO WS-OPEN-ENTRIES

              MOVE 16 TO RETURN-CODE
           END-IF

      * What the schedule took beyond its principal share was interest
           COMPUTE WS-INTEREST-PAID =
               WS-RECEIPT-AMOUNT - WS-FEES-PAID - WS-REMAINING
               - WS-PRINCIPAL-PAID
           MOVE 0 TO WS-CHARGE-PAID
           MOVE WS-REMAINING TO WS-UNAPPLIED
           MOVE 'A' TO WS-HISTORY-TYPE
           PERFORM WRITE-PAYMENT-HISTORY

           ADD 1 TO RC-RECEIPTS-APPLIED
           ADD WS-RECEIPT-AMOUNT TO RC-TOTAL-POSTED
           PERFORM COUNT-DIRECT-DEBIT
           MOVE PY-ACCOUNT TO RL-ACCOUNT
           MOVE 'APPLIED  ' TO RL-ACTION
           MOVE WS-RECEIPT-AMOUNT TO RL-AMOUNT
       POST-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-CHARGE-OFF - a receipt for a written-off loan needs its  *
      * charge-off on file to be posted against as a recovery.         *
      *----------------------------------------------------------------*
       CHECK-CHARGE-OFF SECTION.
           IF NOT RECOVERIES-AVAILABLE
              MOVE 'WRITTEN OFF - RECOVERIES NOT POSTED' TO
                   WS-REJECT-REASON
              GO TO CHECK-CHARGE-OFF-EXIT
           END-IF
           MOVE PY-ACCOUNT TO LNCHGOFF-ACCOUNT
           READ Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              OR NOT LNCHGOFF-WRITTEN-OFF
              MOVE 'WRITTEN OFF - NO CHARGE-OFF RECORD' TO
                   WS-REJECT-REASON
           END-IF
           .
       CHECK-CHARGE-OFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POST-RECOVERY - the whole receipt is recovery income on the    *
      * charge-off; the written-off balance and schedule stay as they  *
      * were left, and no late fee is collected.                       *
      *----------------------------------------------------------------*
       POST-RECOVERY SECTION.
           ADD WS-RECEIPT-AMOUNT TO LNCHGOFF-RECOVERED
           ADD 1 TO LNCHGOFF-RECOVERIES
           MOVE WS-RUN-DATE TO LNCHGOFF-LAST-RECOVERY
           REWRITE LNCHGOFF-RECORD
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "ERROR: LNCHGOFF rewrite failed, status="
                      LNCHGOFF-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE SPACES TO LNRECOV-RECORD
           MOVE PY-ACCOUNT TO LNRECOV-ACCOUNT
           MOVE WS-RUN-DATE TO LNRECOV-POSTED-DATE
           MOVE PY-VALUE-DATE TO LNRECOV-VALUE-DATE
           MOVE WS-RECEIPT-AMOUNT TO LNRECOV-AMOUNT
           MOVE PY-SOURCE TO LNRECOV-SOURCE
           WRITE LNRECOV-RECORD
           IF NOT LNRECOV-IO-NORMAL
              DISPLAY "ERROR: LNRECOV write failed, status="
                      LNRECOV-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF

           ADD 1 TO RC-RECOVERIES
           ADD WS-RECEIPT-AMOUNT TO RC-RECOVERED-AMOUNT
           PERFORM COUNT-DIRECT-DEBIT
           MOVE PY-ACCOUNT TO RL-ACCOUNT
           MOVE 'RECOVERY ' TO RL-ACTION
           MOVE WS-RECEIPT-AMOUNT TO RL-AMOUNT
           MOVE 'POSTED TO WRITTEN-OFF LOAN AS RECOVERY' TO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           .
       POST-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-PAYMENT-HISTORY - logs the receipt and its split; the    *
      * caller sets the type, applied or settled.                      *
      *----------------------------------------------------------------*
       WRITE-PAYMENT-HISTORY SECTION.
           IF NOT HISTORY-AVAILABLE
              GO TO WRITE-PAYMENT-HISTORY-EXIT
           END-IF
           MOVE SPACES TO LNPAYHST-RECORD
           MOVE PY-ACCOUNT TO LNPAYHST-ACCOUNT
           MOVE WS-HISTORY-TYPE TO LNPAYHST-TYPE
           MOVE WS-RUN-DATE TO LNPAYHST-POSTED-DATE
           MOVE PY-VALUE-DATE TO LNPAYHST-VALUE-DATE
           MOVE WS-RECEIPT-AMOUNT TO LNPAYHST-AMOUNT
           MOVE WS-FEES-PAID TO LNPAYHST-LATE-FEES
           MOVE WS-CHARGE-PAID TO LNPAYHST-CHARGE
           MOVE WS-INTEREST-PAID TO LNPAYHST-INTEREST
           MOVE WS-PRINCIPAL-PAID TO LNPAYHST-PRINCIPAL
           MOVE WS-UNAPPLIED TO LNPAYHST-UNAPPLIED
           MOVE PY-SOURCE TO LNPAYHST-SOURCE
           WRITE LNPAYHST-RECORD
           IF NOT LNPAYHST-IO-NORMAL
              DISPLAY "ERROR: LNPAYHST write failed, status="
                      LNPAYHST-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO RC-HISTORY-WRITTEN
           END-IF
           .
       WRITE-PAYMENT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-DIRECT-DEBIT - a posted receipt taken by direct debit    *
      * joins the totals LOANDD's debits are reconciled to.            *
      *----------------------------------------------------------------*
       COUNT-DIRECT-DEBIT SECTION.
           IF PY-DIRECT-DEBIT
              ADD 1 TO RC-DD-POSTED
              ADD WS-RECEIPT-AMOUNT TO RC-DD-AMOUNT-POSTED
           END-IF
           .
       COUNT-DIRECT-DEBIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-TO-ONE-ENTRY - money onto the oldest unpaid entry; the   *
      * entry's principal share of what was covered runs the balance   *
              MOVE 'Y' TO WS-SCHED-DONE-SW
              GO TO APPLY-TO-ONE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-CLEARED
              GO TO APPLY-TO-ONE-ENTRY-EXIT
           END-IF

       APPLY-TO-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SETTLE-LATE-FEES - the receipt pays the account's open late    *
      * fees oldest first, a part payment staying on the fee until it  *
      * is covered.                                                    *
      *----------------------------------------------------------------*
       SETTLE-LATE-FEES SECTION.
           MOVE 0 TO WS-FEES-PAID
           IF NOT FEES-AVAILABLE
              GO TO SETTLE-LATE-FEES-EXIT
           END-IF
           MOVE PY-ACCOUNT TO LNFEES-ACCOUNT
           MOVE 0 TO LNFEES-SEQ
           START Late-Fees KEY IS NOT LESS THAN
                               LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              MOVE 'N' TO WS-FEES-DONE-SW
           ELSE
              MOVE 'Y' TO WS-FEES-DONE-SW
           END-IF
           PERFORM SETTLE-ONE-FEE
               UNTIL FEES-DONE
           ADD WS-FEES-PAID TO RC-FEES-COLLECTED
           .
       SETTLE-LATE-FEES-EXIT.
           EXIT.

       SETTLE-ONE-FEE SECTION.
           IF WS-REMAINING = 0
              MOVE 'Y' TO WS-FEES-DONE-SW
              GO TO SETTLE-ONE-FEE-EXIT
           END-IF
           READ Late-Fees NEXT RECORD
           IF NOT LNFEES-IO-NORMAL
              OR LNFEES-ACCOUNT NOT = PY-ACCOUNT
              MOVE 'Y' TO WS-FEES-DONE-SW
              GO TO SETTLE-ONE-FEE-EXIT
           END-IF
           IF NOT LNFEES-OPEN
              GO TO SETTLE-ONE-FEE-EXIT
           END-IF

           COMPUTE WS-ENTRY-OWING =
               LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
           IF WS-REMAINING IS LESS THAN WS-ENTRY-OWING
              MOVE WS-REMAINING TO WS-TAKE
           ELSE
              MOVE WS-ENTRY-OWING TO WS-TAKE
           END-IF
           ADD WS-TAKE TO LNFEES-AMOUNT-PAID
           SUBTRACT WS-TAKE FROM WS-REMAINING
           ADD WS-TAKE TO WS-FEES-PAID
           IF LNFEES-AMOUNT-PAID IS NOT LESS THAN LNFEES-AMOUNT
              MOVE 'P' TO LNFEES-STATUS
              MOVE PY-VALUE-DATE TO LNFEES-PAID-DATE
              ADD 1 TO RC-FEES-CLEARED
           END-IF
           REWRITE LNFEES-RECORD
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "ERROR: LNFEES rewrite failed, status="
                      LNFEES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-FEES-DONE-SW
           END-IF
           .
       SETTLE-ONE-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-PAYOFF-QUOTE - the account's quote is met when it is     *
      * still unsettled, the receipt's value date falls between the    *
      * quote date and the end of its validity, and what is left of    *
      * the receipt once the late fees are paid covers the quoted      *
      * total less the fees it quoted.                                 *
      *----------------------------------------------------------------*
       CHECK-PAYOFF-QUOTE SECTION.
           MOVE 'N' TO WS-QUOTE-MATCH-SW
           IF NOT QUOTES-AVAILABLE
              GO TO CHECK-PAYOFF-QUOTE-EXIT
           END-IF
           MOVE PY-ACCOUNT TO LNPAYOFF-ACCOUNT
           READ Payoff-Quotes KEY IS LNPAYOFF-KEY OF
                                     LNPAYOFF-RECORD
           IF NOT LNPAYOFF-IO-NORMAL
              GO TO CHECK-PAYOFF-QUOTE-EXIT
           END-IF
           IF LNPAYOFF-FEES IS NOT NUMERIC
              MOVE 0 TO LNPAYOFF-FEES
           END-IF
           COMPUTE WS-QUOTE-NET = LNPAYOFF-TOTAL - LNPAYOFF-FEES
           IF LNPAYOFF-QUOTED
              AND PY-VALUE-DATE IS NOT LESS THAN LNPAYOFF-QUOTE-DATE
              AND PY-VALUE-DATE IS NOT GREATER THAN
                  LNPAYOFF-VALID-UNTIL
              AND WS-REMAINING IS NOT LESS THAN WS-QUOTE-NET
              MOVE 'Y' TO WS-QUOTE-MATCH-SW
           END-IF
           .
       CHECK-PAYOFF-QUOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SETTLE-LOAN-IN-FULL - every entry still open is marked settled *
      * early on the value date, the balance is cleared, the account   *
      * closes and the quote is marked settled with the receipt; the   *
      * borrower is sent a closure letter.                             *
      *----------------------------------------------------------------*
       SETTLE-LOAN-IN-FULL SECTION.
           MOVE PY-ACCOUNT TO LOANSCHD-ACCOUNT
           MOVE 0 TO LOANSCHD-SEQ
           START Loan-Schedule KEY IS GREATER THAN
                                   LOANSCHD-KEY OF
                                   LOANSCHD-RECORD
           IF LOANSCHD-IO-NORMAL
              MOVE 'N' TO WS-SCHED-DONE-SW
           ELSE
              MOVE 'Y' TO WS-SCHED-DONE-SW
           END-IF
           PERFORM SETTLE-ONE-ENTRY
               UNTIL SCHEDULE-DONE

           MOVE LOANACCT-BALANCE TO WS-PRINCIPAL-PAID
           MOVE 0 TO LOANACCT-BALANCE
           MOVE 'C' TO LOANACCT-STATUS
           REWRITE LOANACCT-RECORD
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: LOANACCT rewrite failed, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE 'S' TO LNPAYOFF-STATUS
           MOVE PY-VALUE-DATE TO LNPAYOFF-SETTLED-DATE
           MOVE WS-RECEIPT-AMOUNT TO LNPAYOFF-RECEIPT
           REWRITE LNPAYOFF-RECORD
           IF NOT LNPAYOFF-IO-NORMAL
              DISPLAY "ERROR: LNPAYOFF rewrite failed, status="
                      LNPAYOFF-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF

           ADD 1 TO RC-RECEIPTS-APPLIED
           ADD 1 TO RC-ACCOUNTS-CLOSED
           ADD 1 TO RC-ACCOUNTS-SETTLED
           ADD WS-RECEIPT-AMOUNT TO RC-TOTAL-POSTED
           PERFORM COUNT-DIRECT-DEBIT
           MOVE PY-ACCOUNT TO RL-ACCOUNT
           MOVE 'SETTLED  ' TO RL-ACTION
           MOVE WS-RECEIPT-AMOUNT TO RL-AMOUNT
           MOVE 'SETTLED IN FULL UNDER PAYOFF QUOTE' TO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           IF WS-REMAINING IS GREATER THAN WS-QUOTE-NET
              COMPUTE WS-OVERPAID =
                  WS-REMAINING - WS-QUOTE-NET
              MOVE WS-OVERPAID TO RL-AMOUNT
              MOVE 'OVERPAYMENT OVER QUOTE LEFT UNAPPLIED' TO RL-NOTE
              PERFORM WRITE-RESULT-LINE
           END-IF

           MOVE LNPAYOFF-INTEREST TO WS-INTEREST-PAID
           MOVE LNPAYOFF-CHARGE TO WS-CHARGE-PAID
           MOVE 0 TO WS-UNAPPLIED
           IF WS-REMAINING IS GREATER THAN WS-QUOTE-NET
              COMPUTE WS-UNAPPLIED = WS-REMAINING - WS-QUOTE-NET
           END-IF
           MOVE 'S' TO WS-HISTORY-TYPE
           PERFORM WRITE-PAYMENT-HISTORY

           PERFORM WRITE-CLOSURE-LETTER
           .
       SETTLE-LOAN-IN-FULL-EXIT.
           EXIT.

       SETTLE-ONE-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              OR LOANSCHD-ACCOUNT NOT = PY-ACCOUNT
              MOVE 'Y' TO WS-SCHED-DONE-SW
              GO TO SETTLE-ONE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-CLEARED
              GO TO SETTLE-ONE-ENTRY-EXIT
           END-IF

           MOVE 'E' TO LOANSCHD-PAID-SW
           MOVE PY-VALUE-DATE TO LOANSCHD-PAID-DATE
           REWRITE LOANSCHD-RECORD
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: LOANSCHD rewrite failed, status="
                      LOANSCHD-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-SCHED-DONE-SW
           END-IF
           .
       SETTLE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CLOSURE-LETTER - one print-ready letter per loan settled *
      * early, confirming the account is closed.                       *
      *----------------------------------------------------------------*
       WRITE-CLOSURE-LETTER SECTION.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE LOANACCT-NAME TO LT-NAME
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'WE CONFIRM YOUR LOAN HAS BEEN REPAID IN FULL AND THE AC
      -         'COUNT IS NOW CLOSED.' TO WS-LETTER-BODY
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-BODY TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE PY-ACCOUNT TO LT-ACCOUNT
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-REF-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE PY-VALUE-DATE TO LT-SETTLED-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-DATE-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'PRINCIPAL REPAID:' TO LT-LABEL
           MOVE LNPAYOFF-PRINCIPAL TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'INTEREST TO PAYOFF:' TO LT-LABEL
           MOVE LNPAYOFF-INTEREST TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'EARLY SETTLEMENT FEE:' TO LT-LABEL
           MOVE LNPAYOFF-CHARGE TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           IF WS-FEES-PAID IS GREATER THAN 0
              MOVE 'LATE FEES PAID:' TO LT-LABEL
              MOVE WS-FEES-PAID TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           MOVE 'TOTAL RECEIVED:' TO LT-LABEL
           MOVE WS-RECEIPT-AMOUNT TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO RC-LETTERS-WRITTEN
           .
       WRITE-CLOSURE-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-AMOUNT-LINE SECTION.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LETTER-AMOUNT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-LETTER-AMOUNT-LINE-EXIT.
           EXIT.

       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
