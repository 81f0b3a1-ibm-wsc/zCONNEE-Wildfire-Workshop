       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANPOQ                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOQ.
      * Early payoff quotes by batch card: each PAYOFFIN card names a
      * serviced loan account and the date the borrower means to pay
      * (blank for the run date). The quote - outstanding principal,
      * interest accrued to the payoff date, the early-settlement
      * charge of the account's LNPOLICY tier and any late fees still
      * open on LNFEES - comes from the same
      * LNPQRULP rule the LOANCICS PF5 quote uses and is kept on
      * LNPAYOFF, replacing any earlier quote for the account, for
      * LOANPAY to settle the loan against. The quote is good for
      * LOANPAYOFFDAYS days, the run parameter the online quote
      * reads (else the environment variable, 10 days by default).
      * Unquotable cards reject with their reason. Without LNFEES
      * the quotes carry no late fees and the run ends rc 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Payoff-Input ASSIGN TO PAYOFFIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PAYOFFIN-STATUS.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Loan-Policy ASSIGN TO LNPOLICY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNPOLICY-KEY OF LNPOLICY-RECORD
              FILE STATUS IS LNPOLICY-STATUS-CODE.

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

           SELECT Report-Output ASSIGN TO POQRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One quote request per card: account number and the payoff
      * date as YYYYMMDD, blank for the run date.
       FD  Payoff-Input.
       01  PAYOFF-CARD.
           05  PQ-ACCOUNT             PIC X(08).
           05  FILLER                 PIC X(01).
           05  PQ-PAYOFF-DATE         PIC X(08).
           05  FILLER                 PIC X(63).

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Loan-Policy.
       COPY LNPOLICY SUPPRESS.

       FD  Payoff-Quotes.
       COPY LNPAYOFF SUPPRESS.

       FD  Late-Fees.
       COPY LNFEES SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 PAYOFFIN-STATUS             PIC X(2).
           88 PAYOFFIN-NORMAL         VALUE '00'.
       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LNPOLICY-STATUS-CODE        PIC X(2).
           88 LNPOLICY-IO-NORMAL      VALUE '00'.
       01 LNPAYOFF-STATUS-CODE        PIC X(2).
           88 LNPAYOFF-IO-NORMAL      VALUE '00'.
           88 LNPAYOFF-DUPLICATE      VALUE '22'.
       01 LNFEES-STATUS-CODE          PIC X(2).
           88 LNFEES-IO-NORMAL        VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 PAYOFFIN-EOF            VALUE 'Y'.
       01 WS-SCHED-DONE-SW            PIC X(01) VALUE 'N'.
           88 SCHEDULE-DONE           VALUE 'Y'.
       01 WS-FEES-SW                  PIC X(01) VALUE 'Y'.
           88 FEES-AVAILABLE          VALUE 'Y'.
       01 WS-FEES-DONE-SW             PIC X(01) VALUE 'N'.
           88 FEES-DONE               VALUE 'Y'.

      * Shared payoff-quote rule working fields.
       COPY LNPQRULE.
      * Quote validity from the run-parameter registry.
       COPY RUNPLOOK.

       01 WS-QUOTE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-PAYOFF-DAYS-ENV      PIC X(08) VALUE SPACES.
           05 WS-REJECT-REASON        PIC X(40).

       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(06) COMP VALUE 0.
           05 RC-QUOTES-ISSUED        PIC 9(06) COMP VALUE 0.
           05 RC-CARDS-REJECTED       PIC 9(06) COMP VALUE 0.
           05 RC-TOTAL-QUOTED         PIC 9(13)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(30) VALUE
              'LOAN EARLY PAYOFF QUOTES -    '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(16) VALUE
              '   VALID DAYS: '.
           05 RT-VALID-DAYS       PIC ZZ9.

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(20) VALUE 'ACCOUNT   ACTION'.
           05 FILLER              PIC X(10) VALUE 'PAYOFF'.
           05 FILLER              PIC X(15) VALUE '    PRINCIPAL'.
           05 FILLER              PIC X(12) VALUE '  INTEREST'.
           05 FILLER              PIC X(12) VALUE '    CHARGE'.
           05 FILLER              PIC X(12) VALUE '      FEES'.
           05 FILLER              PIC X(15) VALUE '        TOTAL'.
           05 FILLER              PIC X(10) VALUE 'VALID TO'.
           05 FILLER              PIC X(08) VALUE 'TIER'.

       01 WS-QUOTE-LINE.
           05 QL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-ACTION           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 QL-PAYOFF-DATE      PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-PRINCIPAL        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-INTEREST         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-CHARGE           PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-FEES             PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-VALID-UNTIL      PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 QL-TIER             PIC X(08).

       01 WS-REJECT-LINE.
           05 RJ-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-ACTION           PIC X(09) VALUE 'REJECTED '.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RJ-NOTE             PIC X(40).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           OPEN INPUT Payoff-Input
           IF NOT PAYOFFIN-NORMAL
              DISPLAY "ERROR: unable to open PAYOFFIN, status="
                      PAYOFFIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Payoff-Input
              GOBACK
           END-IF

           OPEN INPUT Loan-Schedule
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANSCHD, status="
                      LOANSCHD-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Payoff-Input
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN INPUT Loan-Policy
           IF NOT LNPOLICY-IO-NORMAL
              DISPLAY "ERROR: unable to open LNPOLICY, status="
                      LNPOLICY-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Payoff-Input
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              GOBACK
           END-IF

           OPEN I-O Payoff-Quotes
           IF NOT LNPAYOFF-IO-NORMAL
              DISPLAY "ERROR: unable to open LNPAYOFF, status="
                      LNPAYOFF-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Payoff-Input
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Loan-Policy
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open POQRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Payoff-Input
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Loan-Policy
              CLOSE Payoff-Quotes
              GOBACK
           END-IF

           OPEN INPUT Late-Fees
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "WARNING: LNFEES unavailable, status="
                      LNFEES-STATUS-CODE
                      " - quotes carry no late fees"
              MOVE 'N' TO WS-FEES-SW
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOOK-UP-PAYOFF-DAYS
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-CARD
           PERFORM QUOTE-ONE-CARD
               UNTIL PAYOFFIN-EOF

           IF FEES-AVAILABLE
              CLOSE Late-Fees
           END-IF.
           CLOSE Report-Output.
           CLOSE Payoff-Quotes.
           CLOSE Loan-Policy.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.
           CLOSE Payoff-Input.

           DISPLAY "======================================"
           DISPLAY " LOANPOQ End-of-job reconciliation"
           DISPLAY "   Cards read           : " RC-CARDS-READ
           DISPLAY "   Quotes issued        : " RC-QUOTES-ISSUED
           DISPLAY "   Cards rejected       : " RC-CARDS-REJECTED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOOK-UP-PAYOFF-DAYS - how many days a quote stays good. The    *
      * value is kept under LOANCICS so a card quote and an online     *
      * quote are good for the same length of time.                    *
      *----------------------------------------------------------------*
       LOOK-UP-PAYOFF-DAYS SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANCICS' TO RUNPLOOK-PROGRAM
           MOVE 'LOANPAYOFFDAYS' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-PAYOFF-DAYS-ENV
           ELSE
              DISPLAY "LOANPAYOFFDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-PAYOFF-DAYS-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF WS-PAYOFF-DAYS-ENV(1:3) IS NUMERIC
              MOVE WS-PAYOFF-DAYS-ENV(1:3) TO PQR-VALID-DAYS
           END-IF
           .
       LOOK-UP-PAYOFF-DAYS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CARD SECTION.
           READ Payoff-Input
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT PAYOFFIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * QUOTE-ONE-CARD - validates the card, runs the account and its  *
      * schedule through the payoff rule and keeps the quote.          *
      *----------------------------------------------------------------*
       QUOTE-ONE-CARD SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-RUN-DATE TO PQR-QUOTE-DATE
           MOVE 0 TO PQR-PAYOFF-DATE

           EVALUATE TRUE
              WHEN PQ-ACCOUNT = SPACES
                 MOVE 'ACCOUNT NUMBER MISSING' TO
                      WS-REJECT-REASON
              WHEN PQ-PAYOFF-DATE = SPACES
                 CONTINUE
              WHEN PQ-PAYOFF-DATE IS NOT NUMERIC
                 MOVE 'PAYOFF DATE IS NOT NUMERIC' TO
                      WS-REJECT-REASON
              WHEN OTHER
                 MOVE PQ-PAYOFF-DATE TO PQR-PAYOFF-DATE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              MOVE PQ-ACCOUNT TO LOANACCT-NUMBER
              READ Loan-Accounts KEY IS LOANACCT-KEY OF
                                        LOANACCT-RECORD
              IF NOT LOANACCT-IO-NORMAL
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM LOOK-UP-PAYOFF-CHARGE
              PERFORM PAYOFF-CHECK-RULE
              IF PQR-REFUSED
                 MOVE PQR-REASON TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO QUOTE-ONE-CARD-NEXT
           END-IF

           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT
           MOVE 0 TO LOANSCHD-SEQ
           START Loan-Schedule KEY IS GREATER THAN
                                   LOANSCHD-KEY OF
                                   LOANSCHD-RECORD
           IF LOANSCHD-IO-NORMAL
              MOVE 'N' TO WS-SCHED-DONE-SW
           ELSE
              MOVE 'Y' TO WS-SCHED-DONE-SW
           END-IF
           PERFORM ADD-ONE-ENTRY
               UNTIL SCHEDULE-DONE

           PERFORM SUM-OPEN-LATE-FEES
           PERFORM PAYOFF-FINISH-RULE
           MOVE LNPOLICY-TIER TO LNPAYOFF-TIER
           MOVE 'LOANPOQ' TO LNPAYOFF-QUOTED-BY
           MOVE 'B' TO LNPAYOFF-CHANNEL

      * One quote per account - a new quote replaces the last
           WRITE LNPAYOFF-RECORD
           IF LNPAYOFF-DUPLICATE
              REWRITE LNPAYOFF-RECORD
           END-IF
           IF NOT LNPAYOFF-IO-NORMAL
              DISPLAY "ERROR: LNPAYOFF write failed, status="
                      LNPAYOFF-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'QUOTE COULD NOT BE SAVED' TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO QUOTE-ONE-CARD-NEXT
           END-IF

           ADD 1 TO RC-QUOTES-ISSUED
           ADD LNPAYOFF-TOTAL TO RC-TOTAL-QUOTED
           MOVE LNPAYOFF-ACCOUNT TO QL-ACCOUNT
           MOVE 'QUOTED   ' TO QL-ACTION
           MOVE LNPAYOFF-PAYOFF-DATE TO QL-PAYOFF-DATE
           MOVE LNPAYOFF-PRINCIPAL TO QL-PRINCIPAL
           MOVE LNPAYOFF-INTEREST TO QL-INTEREST
           MOVE LNPAYOFF-CHARGE TO QL-CHARGE
           MOVE LNPAYOFF-FEES TO QL-FEES
           MOVE LNPAYOFF-TOTAL TO QL-TOTAL
           MOVE LNPAYOFF-VALID-UNTIL TO QL-VALID-UNTIL
           MOVE LNPAYOFF-TIER TO QL-TIER
           MOVE SPACES TO REPORT-LINE
           MOVE WS-QUOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       QUOTE-ONE-CARD-NEXT.
           PERFORM READ-NEXT-CARD
           .
       QUOTE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOOK-UP-PAYOFF-CHARGE - the early-settlement percentage of the *
      * account's tier; a blank tier or one with no LNPOLICY record    *
      * takes DEFAULT's, and no DEFAULT record either means no charge. *
      *----------------------------------------------------------------*
       LOOK-UP-PAYOFF-CHARGE SECTION.
           MOVE 0 TO PQR-CHARGE-PCT
           IF LOANACCT-TIER = SPACES OR LOANACCT-TIER = LOW-VALUES
              MOVE 'DEFAULT' TO LNPOLICY-TIER
           ELSE
              MOVE LOANACCT-TIER TO LNPOLICY-TIER
           END-IF
           READ Loan-Policy KEY IS LNPOLICY-KEY OF LNPOLICY-RECORD
           IF NOT LNPOLICY-IO-NORMAL
              AND LNPOLICY-TIER NOT = 'DEFAULT'
              MOVE 'DEFAULT' TO LNPOLICY-TIER
              READ Loan-Policy KEY IS LNPOLICY-KEY OF
                                      LNPOLICY-RECORD
           END-IF
           IF LNPOLICY-IO-NORMAL
              AND LNPOLICY-EARLY-SETTLE-PCT IS NUMERIC
              MOVE LNPOLICY-EARLY-SETTLE-PCT TO PQR-CHARGE-PCT
           END-IF
           .
       LOOK-UP-PAYOFF-CHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       ADD-ONE-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              OR LOANSCHD-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-SCHED-DONE-SW
              GO TO ADD-ONE-ENTRY-EXIT
           END-IF
           PERFORM PAYOFF-ENTRY-RULE
           .
       ADD-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-OPEN-LATE-FEES - the unpaid part of every late fee still   *
      * open on the account.                                           *
      *----------------------------------------------------------------*
       SUM-OPEN-LATE-FEES SECTION.
           MOVE 0 TO PQR-FEES
           IF NOT FEES-AVAILABLE
              GO TO SUM-OPEN-LATE-FEES-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNFEES-ACCOUNT
           MOVE 0 TO LNFEES-SEQ
           START Late-Fees KEY IS NOT LESS THAN
                               LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              MOVE 'N' TO WS-FEES-DONE-SW
           ELSE
              MOVE 'Y' TO WS-FEES-DONE-SW
           END-IF
           PERFORM ADD-ONE-LATE-FEE
               UNTIL FEES-DONE
           .
       SUM-OPEN-LATE-FEES-EXIT.
           EXIT.

       ADD-ONE-LATE-FEE SECTION.
           READ Late-Fees NEXT RECORD
           IF NOT LNFEES-IO-NORMAL
              OR LNFEES-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-FEES-DONE-SW
              GO TO ADD-ONE-LATE-FEE-EXIT
           END-IF
           IF LNFEES-OPEN
              COMPUTE PQR-FEES = PQR-FEES
                  + LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
           END-IF
           .
       ADD-ONE-LATE-FEE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO RC-CARDS-REJECTED
           MOVE PQ-ACCOUNT TO RJ-ACCOUNT
           MOVE WS-REJECT-REASON TO RJ-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE PQR-VALID-DAYS TO RT-VALID-DAYS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Shared payoff-quote rule.                                      *
      *----------------------------------------------------------------*
       COPY LNPQRULP.
