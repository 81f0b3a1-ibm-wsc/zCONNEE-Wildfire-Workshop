       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANSTMT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
      * Year-end loan statement run: one mailable statement on
      * LOANSTMT per LOANACCT account live at any time in the year
      * given as PARM yyyy - the balance at the start of the year (or
      * the amount advanced, for a loan opened in it), every receipt
      * LOANPAY applied with a value date in the year and how it was
      * split between fees, interest and principal (from LNPAYHST),
      * late fees charged and waived (LNFEES), interest capitalised
      * by a payment holiday or restructure (LNRESTR), any balance
      * written off (LNCHGOFF), the closing balance and the interest
      * paid. The balances are worked back from today's LOANACCT
      * balance through the receipts and adjustments since. A loan
      * closed or written off in the year gets a final statement.
      * The control page on LNSTMCTL ties the interest on the
      * statements to the interest received in the year.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Payment-History ASSIGN TO LNPAYHST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LNPAYHST-STATUS-CODE.

           SELECT Sort-Work ASSIGN TO SORTWK01.

           SELECT Restructures ASSIGN TO LNRESTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNRESTR-KEY OF LNRESTR-RECORD
              FILE STATUS IS LNRESTR-STATUS-CODE.

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

           SELECT Statement-Output ASSIGN TO LOANSTMT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOANSTMT-STATUS.

           SELECT Control-Output ASSIGN TO LNSTMCTL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Payment-History.
       COPY LNPAYHST SUPPRESS.

      * LNPAYHST in account and value-date order.
       SD  Sort-Work.
       01  SORT-PAYMENT.
           05  SP-ACCOUNT             PIC X(08).
           05  SP-POSTED-DATE         PIC 9(08).
           05  SP-VALUE-DATE          PIC 9(08).
           05  SP-TYPE                PIC X(01).
               88  SP-SETTLED             VALUE 'S'.
           05  SP-AMOUNT              PIC 9(09)V99.
           05  SP-LATE-FEES           PIC 9(09)V99.
           05  SP-CHARGE              PIC 9(09)V99.
           05  SP-INTEREST            PIC 9(09)V99.
           05  SP-PRINCIPAL           PIC 9(09)V99.
           05  SP-UNAPPLIED           PIC 9(09)V99.
           05  SP-SOURCE              PIC X(02).
           05  FILLER                 PIC X(16).

       FD  Restructures.
       COPY LNRESTR SUPPRESS.

       FD  Late-Fees.
       COPY LNFEES SUPPRESS.

       FD  Charge-Offs.
       COPY LNCHGOFF SUPPRESS.

       FD  Statement-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                PIC X(132).

       FD  Control-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LNPAYHST-STATUS-CODE        PIC X(2).
           88 LNPAYHST-IO-NORMAL      VALUE '00'.
       01 LNRESTR-STATUS-CODE         PIC X(2).
           88 LNRESTR-IO-NORMAL       VALUE '00'.
       01 LNFEES-STATUS-CODE          PIC X(2).
           88 LNFEES-IO-NORMAL        VALUE '00'.
       01 LNCHGOFF-STATUS-CODE        PIC X(2).
           88 LNCHGOFF-IO-NORMAL      VALUE '00'.
       01 LOANSTMT-STATUS             PIC X(2).
           88 LOANSTMT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANACCT-EOF            VALUE 'Y'.
       01 WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
           88 SORT-EOF                VALUE 'Y'.
       01 WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88 READ-DONE               VALUE 'Y'.
      * Without LNRESTR, LNFEES or LNCHGOFF the statements leave out
      * what that file would have added.
       01 WS-RESTR-SW                 PIC X(01) VALUE 'Y'.
           88 RESTR-AVAILABLE         VALUE 'Y'.
       01 WS-FEES-SW                  PIC X(01) VALUE 'Y'.
           88 FEES-AVAILABLE          VALUE 'Y'.
       01 WS-CHGOFF-SW                PIC X(01) VALUE 'Y'.
           88 CHGOFF-AVAILABLE        VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(08).

      * The statement year from the JCL PARM as yyyy.
       01 WS-STMT-YEAR                PIC X(04) VALUE SPACES.
       01 WS-YEAR-START.
           05 WS-YEAR-START-YYYY      PIC X(04).
           05 FILLER                  PIC X(04) VALUE '0101'.
       01 WS-YEAR-START-DATE REDEFINES WS-YEAR-START
                                      PIC 9(08).
       01 WS-YEAR-END.
           05 WS-YEAR-END-YYYY        PIC X(04).
           05 FILLER                  PIC X(04) VALUE '1231'.
       01 WS-YEAR-END-DATE REDEFINES WS-YEAR-END
                                      PIC 9(08).

      * The current account's receipts valued in the year, in value
      * date order.
       01 WS-PAYMENT-TABLE.
           05 PT-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
           05 PT-ENTRY OCCURS 120 TIMES INDEXED BY PT-IX.
               10 PT-VALUE-DATE       PIC 9(08).
               10 PT-TYPE             PIC X(01).
               10 PT-AMOUNT           PIC 9(09)V99 COMP-3.
               10 PT-FEES             PIC 9(09)V99 COMP-3.
               10 PT-INTEREST         PIC 9(09)V99 COMP-3.
               10 PT-PRINCIPAL        PIC 9(09)V99 COMP-3.
               10 PT-UNAPPLIED        PIC 9(09)V99 COMP-3.

      * The current account's movements: principal repaid and
      * interest capitalised since the year started and since it
      * ended, to work today's balance back to both.
       01 WS-ACCOUNT-FIELDS.
           05 WS-PAID-SINCE-START     PIC S9(13)V99 COMP-3.
           05 WS-PAID-SINCE-END       PIC S9(13)V99 COMP-3.
           05 WS-CAP-SINCE-START      PIC S9(13)V99 COMP-3.
           05 WS-CAP-SINCE-END        PIC S9(13)V99 COMP-3.
           05 WS-CAP-IN-YEAR          PIC S9(13)V99 COMP-3.
           05 WS-WRITTEN-OFF-AMOUNT   PIC S9(13)V99 COMP-3.
           05 WS-WRITE-OFF-DATE       PIC 9(08).
           05 WS-OPENING-BALANCE      PIC S9(13)V99 COMP-3.
           05 WS-CLOSING-BALANCE      PIC S9(13)V99 COMP-3.
           05 WS-YR-COUNT             PIC 9(05) COMP.
           05 WS-YR-RECEIVED          PIC S9(13)V99 COMP-3.
           05 WS-YR-LATE-FEES         PIC S9(13)V99 COMP-3.
           05 WS-YR-CHARGE            PIC S9(13)V99 COMP-3.
           05 WS-YR-FEES              PIC S9(13)V99 COMP-3.
           05 WS-YR-INTEREST          PIC S9(13)V99 COMP-3.
           05 WS-YR-PRINCIPAL         PIC S9(13)V99 COMP-3.
           05 WS-YR-UNAPPLIED         PIC S9(13)V99 COMP-3.
           05 WS-YR-FEES-CHARGED      PIC S9(13)V99 COMP-3.
           05 WS-YR-FEES-WAIVED       PIC S9(13)V99 COMP-3.
           05 WS-IN-YEAR-SW           PIC X(01).
               88 PAYMENT-IN-YEAR     VALUE 'Y'.
           05 WS-STATEMENT-SW         PIC X(01).
               88 STATEMENT-DUE       VALUE 'Y'.
           05 WS-FINAL-SW             PIC X(01).
               88 FINAL-STATEMENT     VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-ACCOUNTS-READ        PIC 9(06) COMP VALUE 0.
           05 RC-STATEMENTS           PIC 9(06) COMP VALUE 0.
           05 RC-FINAL-STATEMENTS     PIC 9(06) COMP VALUE 0.
           05 RC-HISTORY-READ         PIC 9(08) COMP VALUE 0.
           05 RC-PAYMENTS-IN-YEAR     PIC 9(08) COMP VALUE 0.
           05 RC-PAYMENTS-LISTED      PIC 9(08) COMP VALUE 0.
           05 RC-PAYMENTS-NOT-LISTED  PIC 9(06) COMP VALUE 0.
           05 RC-UNMATCHED-PAYMENTS   PIC 9(06) COMP VALUE 0.
           05 RC-NO-CHARGE-OFF        PIC 9(06) COMP VALUE 0.
           05 RC-YEAR-RECEIVED        PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-YEAR-INTEREST        PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-YEAR-PRINCIPAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-YEAR-FEES            PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-STMT-RECEIVED        PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-STMT-INTEREST        PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-STMT-PRINCIPAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-STMT-FEES            PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-UNMATCHED-RECEIVED   PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-UNMATCHED-INTEREST   PIC S9(13)V99 COMP-3 VALUE 0.
           05 RC-INTEREST-DIFFERENCE  PIC S9(13)V99 COMP-3 VALUE 0.

      * Statement layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
       01 WS-LETTER-HEAD-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LT-HEADING          PIC X(40).
           05 FILLER              PIC X(06) VALUE 'DATE: '.
           05 LT-RUN-DATE         PIC 9(08).
       01 WS-LETTER-NAME-LINE.
           05 FILLER              PIC X(05) VALUE 'DEAR '.
           05 LT-NAME             PIC X(20).
       01 WS-LETTER-BODY              PIC X(76).
       01 WS-LETTER-REF-LINE.
           05 FILLER              PIC X(21) VALUE
              'LOAN ACCOUNT:        '.
           05 LT-ACCOUNT          PIC X(08).
       01 WS-LETTER-PERIOD-LINE.
           05 FILLER              PIC X(21) VALUE
              'STATEMENT PERIOD:    '.
           05 LT-PERIOD-FROM      PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 LT-PERIOD-TO        PIC 9(08).
       01 WS-LETTER-AMOUNT-LINE.
           05 LT-LABEL            PIC X(21).
           05 LT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-NOTE             PIC X(30).
       01 WS-PAYMENT-HEADING.
           05 FILLER              PIC X(10) VALUE 'VALUE DATE'.
           05 FILLER              PIC X(14) VALUE '      RECEIVED'.
           05 FILLER              PIC X(14) VALUE '          FEES'.
           05 FILLER              PIC X(14) VALUE '      INTEREST'.
           05 FILLER              PIC X(14) VALUE '     PRINCIPAL'.
           05 FILLER              PIC X(14) VALUE '     UNAPPLIED'.
       01 WS-PAYMENT-LINE.
           05 PL-DATE             PIC X(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 PL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 PL-FEES             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 PL-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 PL-PRINCIPAL        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 PL-UNAPPLIED        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-NOTE             PIC X(16).

      * Control page layouts.
       01 WS-CONTROL-TITLE.
           05 FILLER              PIC X(32) VALUE
              'ANNUAL LOAN STATEMENT CONTROL - '.
           05 CT-YEAR             PIC X(04).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 CT-RUN-DATE         PIC 9(08).
       01 WS-CONTROL-COUNT-LINE.
           05 CC-LABEL            PIC X(40).
           05 CC-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-CONTROL-AMOUNT-LINE.
           05 CA-LABEL            PIC X(40).
           05 CA-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * PARM='yyyy' - the statement year; required.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-YEAR               PIC X(04).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           IF PARM-LENGTH IS LESS THAN 4
              OR PARM-YEAR IS NOT NUMERIC
              DISPLAY "ERROR: PARM must carry the statement year as "
                      "yyyy"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-YEAR TO WS-STMT-YEAR
           MOVE PARM-YEAR TO WS-YEAR-START-YYYY
           MOVE PARM-YEAR TO WS-YEAR-END-YYYY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

      * The history is sorted by the SORT itself; opened here only to
      * stop the run cleanly if it is missing.
           OPEN INPUT Payment-History
           IF NOT LNPAYHST-IO-NORMAL
              DISPLAY "ERROR: unable to open LNPAYHST, status="
                      LNPAYHST-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE Payment-History

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Statement-Output
           IF NOT LOANSTMT-NORMAL
              DISPLAY "ERROR: unable to open LOANSTMT, status="
                      LOANSTMT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN OUTPUT Control-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open LNSTMCTL, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Statement-Output
              GOBACK
           END-IF

           OPEN INPUT Restructures
           IF NOT LNRESTR-IO-NORMAL
              DISPLAY "WARNING: LNRESTR unavailable, status="
                      LNRESTR-STATUS-CODE
                      " - no capitalised interest shown"
              MOVE 'N' TO WS-RESTR-SW
           END-IF

           OPEN INPUT Late-Fees
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "WARNING: LNFEES unavailable, status="
                      LNFEES-STATUS-CODE
                      " - no late fees charged shown"
              MOVE 'N' TO WS-FEES-SW
           END-IF

           OPEN INPUT Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "WARNING: LNCHGOFF unavailable, status="
                      LNCHGOFF-STATUS-CODE
                      " - no write-offs shown"
              MOVE 'N' TO WS-CHGOFF-SW
           END-IF

           SORT Sort-Work
               ON ASCENDING KEY SP-ACCOUNT
                                SP-VALUE-DATE
                                SP-POSTED-DATE
               USING Payment-History
               OUTPUT PROCEDURE IS PRODUCE-STATEMENTS

           PERFORM WRITE-CONTROL-PAGE

           IF RESTR-AVAILABLE
              CLOSE Restructures
           END-IF.
           IF FEES-AVAILABLE
              CLOSE Late-Fees
           END-IF.
           IF CHGOFF-AVAILABLE
              CLOSE Charge-Offs
           END-IF.
           CLOSE Control-Output.
           CLOSE Statement-Output.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANSTMT End-of-job reconciliation"
           DISPLAY "   Statement year       : " WS-STMT-YEAR
           DISPLAY "   Accounts read        : " RC-ACCOUNTS-READ
           DISPLAY "   Statements produced  : " RC-STATEMENTS
           DISPLAY "   Final statements     : "
                   RC-FINAL-STATEMENTS
           DISPLAY "   History records read : " RC-HISTORY-READ
           DISPLAY "   Payments in the year : "
                   RC-PAYMENTS-IN-YEAR
           DISPLAY "   Payments listed      : "
                   RC-PAYMENTS-LISTED
           DISPLAY "   Payments not listed  : "
                   RC-PAYMENTS-NOT-LISTED
           DISPLAY "   Payments no account  : "
                   RC-UNMATCHED-PAYMENTS
           DISPLAY "   Write-offs not found : " RC-NO-CHARGE-OFF
           DISPLAY "   Interest received    : " RC-YEAR-INTEREST
           DISPLAY "   Interest on stmts    : " RC-STMT-INTEREST
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * PRODUCE-STATEMENTS - SORT output procedure: LOANACCT and the   *
      * sorted history matched on account number, both ascending.      *
      *----------------------------------------------------------------*
       PRODUCE-STATEMENTS SECTION.
           PERFORM RETURN-PAYMENT
           PERFORM READ-NEXT-ACCOUNT
           PERFORM STATEMENT-ONE-ACCOUNT
               UNTIL LOANACCT-EOF
           PERFORM SKIP-UNMATCHED-PAYMENT
               UNTIL SORT-EOF
           .
       PRODUCE-STATEMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RETURN-PAYMENT - the next receipt valued on or after the start *
      * of the year; those valued in the year make the control totals. *
      *----------------------------------------------------------------*
       RETURN-PAYMENT SECTION.
       RETURN-PAYMENT-READ.
           RETURN Sort-Work
               AT END
                  MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF SORT-EOF
              GO TO RETURN-PAYMENT-EXIT
           END-IF
           ADD 1 TO RC-HISTORY-READ
           IF SP-VALUE-DATE IS LESS THAN WS-YEAR-START-DATE
              GO TO RETURN-PAYMENT-READ
           END-IF

           MOVE 'N' TO WS-IN-YEAR-SW
           IF SP-VALUE-DATE IS NOT GREATER THAN WS-YEAR-END-DATE
              MOVE 'Y' TO WS-IN-YEAR-SW
              ADD 1 TO RC-PAYMENTS-IN-YEAR
              ADD SP-AMOUNT TO RC-YEAR-RECEIVED
              ADD SP-INTEREST TO RC-YEAR-INTEREST
              ADD SP-PRINCIPAL TO RC-YEAR-PRINCIPAL
              ADD SP-LATE-FEES SP-CHARGE TO RC-YEAR-FEES
           END-IF
           .
       RETURN-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SKIP-UNMATCHED-PAYMENT - history for an account no longer on   *
      * LOANACCT; what it took in the year goes on the control page.   *
      *----------------------------------------------------------------*
       SKIP-UNMATCHED-PAYMENT SECTION.
           IF PAYMENT-IN-YEAR
              ADD 1 TO RC-UNMATCHED-PAYMENTS
              ADD SP-AMOUNT TO RC-UNMATCHED-RECEIVED
              ADD SP-INTEREST TO RC-UNMATCHED-INTEREST
           END-IF
           PERFORM RETURN-PAYMENT
           .
       SKIP-UNMATCHED-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STATEMENT-ONE-ACCOUNT - gather the account's year and write    *
      * its statement if it was live at any time in the year.          *
      *----------------------------------------------------------------*
       STATEMENT-ONE-ACCOUNT SECTION.
           PERFORM SKIP-UNMATCHED-PAYMENT
               UNTIL SORT-EOF
                  OR SP-ACCOUNT IS NOT LESS THAN LOANACCT-NUMBER

           INITIALIZE WS-ACCOUNT-FIELDS
           MOVE 0 TO PT-ENTRY-COUNT
           PERFORM COLLECT-ONE-PAYMENT
               UNTIL SORT-EOF
                  OR SP-ACCOUNT NOT = LOANACCT-NUMBER

           IF LOANACCT-OPENED-DATE IS GREATER THAN WS-YEAR-END-DATE
              GO TO STATEMENT-ONE-ACCOUNT-NEXT
           END-IF

           PERFORM GATHER-CAPITALISED
           PERFORM GATHER-WRITE-OFF
           PERFORM GATHER-FEES-CHARGED

           COMPUTE WS-OPENING-BALANCE =
               LOANACCT-BALANCE + WS-PAID-SINCE-START
               - WS-CAP-SINCE-START
           COMPUTE WS-CLOSING-BALANCE =
               LOANACCT-BALANCE + WS-PAID-SINCE-END
               - WS-CAP-SINCE-END
           IF WS-WRITE-OFF-DATE IS NOT LESS THAN WS-YEAR-START-DATE
              ADD WS-WRITTEN-OFF-AMOUNT TO WS-OPENING-BALANCE
           END-IF
           IF WS-WRITE-OFF-DATE IS GREATER THAN WS-YEAR-END-DATE
              ADD WS-WRITTEN-OFF-AMOUNT TO WS-CLOSING-BALANCE
           END-IF

           MOVE 'N' TO WS-STATEMENT-SW
           IF WS-OPENING-BALANCE IS GREATER THAN 0
              OR WS-YR-COUNT IS GREATER THAN 0
              OR WS-CAP-IN-YEAR IS GREATER THAN 0
              MOVE 'Y' TO WS-STATEMENT-SW
           END-IF
           IF NOT STATEMENT-DUE
              GO TO STATEMENT-ONE-ACCOUNT-NEXT
           END-IF

           MOVE 'N' TO WS-FINAL-SW
           IF (LOANACCT-CLOSED OR LOANACCT-WRITTEN-OFF)
              AND WS-CLOSING-BALANCE NOT > 0
              MOVE 'Y' TO WS-FINAL-SW
              ADD 1 TO RC-FINAL-STATEMENTS
           END-IF
           PERFORM WRITE-STATEMENT
           .
       STATEMENT-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT
           .
       STATEMENT-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COLLECT-ONE-PAYMENT - principal repaid runs the balance back;  *
      * a receipt valued in the year is totalled and listed.           *
      *----------------------------------------------------------------*
       COLLECT-ONE-PAYMENT SECTION.
           ADD SP-PRINCIPAL TO WS-PAID-SINCE-START
           IF NOT PAYMENT-IN-YEAR
              ADD SP-PRINCIPAL TO WS-PAID-SINCE-END
              GO TO COLLECT-ONE-PAYMENT-NEXT
           END-IF

           ADD 1 TO WS-YR-COUNT
           ADD SP-AMOUNT TO WS-YR-RECEIVED
           ADD SP-LATE-FEES TO WS-YR-LATE-FEES
           ADD SP-CHARGE TO WS-YR-CHARGE
           ADD SP-LATE-FEES SP-CHARGE TO WS-YR-FEES
           ADD SP-INTEREST TO WS-YR-INTEREST
           ADD SP-PRINCIPAL TO WS-YR-PRINCIPAL
           ADD SP-UNAPPLIED TO WS-YR-UNAPPLIED

           IF PT-ENTRY-COUNT IS NOT LESS THAN 120
              ADD 1 TO RC-PAYMENTS-NOT-LISTED
              GO TO COLLECT-ONE-PAYMENT-NEXT
           END-IF
           ADD 1 TO PT-ENTRY-COUNT
           SET PT-IX TO PT-ENTRY-COUNT
           MOVE SP-VALUE-DATE TO PT-VALUE-DATE(PT-IX)
           MOVE SP-TYPE TO PT-TYPE(PT-IX)
           MOVE SP-AMOUNT TO PT-AMOUNT(PT-IX)
           COMPUTE PT-FEES(PT-IX) = SP-LATE-FEES + SP-CHARGE
           MOVE SP-INTEREST TO PT-INTEREST(PT-IX)
           MOVE SP-PRINCIPAL TO PT-PRINCIPAL(PT-IX)
           MOVE SP-UNAPPLIED TO PT-UNAPPLIED(PT-IX)
           .
       COLLECT-ONE-PAYMENT-NEXT.
           PERFORM RETURN-PAYMENT
           .
       COLLECT-ONE-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * GATHER-CAPITALISED - interest a payment holiday or restructure *
      * added to the balance since the year started.                   *
      *----------------------------------------------------------------*
       GATHER-CAPITALISED SECTION.
           IF NOT RESTR-AVAILABLE
              GO TO GATHER-CAPITALISED-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNRESTR-ACCOUNT
           MOVE LOW-VALUES TO LNRESTR-APPLIED-AT
           START Restructures KEY IS NOT LESS THAN
                                  LNRESTR-KEY OF LNRESTR-RECORD
           IF LNRESTR-IO-NORMAL
              MOVE 'N' TO WS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           PERFORM ADD-ONE-RESTRUCTURE
               UNTIL READ-DONE
           .
       GATHER-CAPITALISED-EXIT.
           EXIT.

       ADD-ONE-RESTRUCTURE SECTION.
           READ Restructures NEXT RECORD
           IF NOT LNRESTR-IO-NORMAL
              OR LNRESTR-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-DONE-SW
              GO TO ADD-ONE-RESTRUCTURE-EXIT
           END-IF
           IF LNRESTR-APPLIED-AT(1:8) IS LESS THAN WS-YEAR-START
              GO TO ADD-ONE-RESTRUCTURE-EXIT
           END-IF
           ADD LNRESTR-CAPITALISED TO WS-CAP-SINCE-START
           IF LNRESTR-APPLIED-AT(1:8) IS GREATER THAN WS-YEAR-END
              ADD LNRESTR-CAPITALISED TO WS-CAP-SINCE-END
           ELSE
              ADD LNRESTR-CAPITALISED TO WS-CAP-IN-YEAR
           END-IF
           .
       ADD-ONE-RESTRUCTURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * GATHER-WRITE-OFF - the balance taken off a written-off loan.   *
      *----------------------------------------------------------------*
       GATHER-WRITE-OFF SECTION.
           IF NOT LOANACCT-WRITTEN-OFF
              GO TO GATHER-WRITE-OFF-EXIT
           END-IF
           IF NOT CHGOFF-AVAILABLE
              ADD 1 TO RC-NO-CHARGE-OFF
              GO TO GATHER-WRITE-OFF-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNCHGOFF-ACCOUNT
           READ Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              OR NOT LNCHGOFF-WRITTEN-OFF
              ADD 1 TO RC-NO-CHARGE-OFF
              GO TO GATHER-WRITE-OFF-EXIT
           END-IF
           MOVE LNCHGOFF-AMOUNT TO WS-WRITTEN-OFF-AMOUNT
           MOVE LNCHGOFF-WRITE-OFF-DATE TO WS-WRITE-OFF-DATE
           .
       GATHER-WRITE-OFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * GATHER-FEES-CHARGED - late fees raised and waived in the year. *
      *----------------------------------------------------------------*
       GATHER-FEES-CHARGED SECTION.
           IF NOT FEES-AVAILABLE
              GO TO GATHER-FEES-CHARGED-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNFEES-ACCOUNT
           MOVE 0 TO LNFEES-SEQ
           START Late-Fees KEY IS NOT LESS THAN
                               LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              MOVE 'N' TO WS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           PERFORM ADD-ONE-FEE
               UNTIL READ-DONE
           .
       GATHER-FEES-CHARGED-EXIT.
           EXIT.

       ADD-ONE-FEE SECTION.
           READ Late-Fees NEXT RECORD
           IF NOT LNFEES-IO-NORMAL
              OR LNFEES-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-DONE-SW
              GO TO ADD-ONE-FEE-EXIT
           END-IF
           IF LNFEES-ASSESSED-DATE IS NOT LESS THAN WS-YEAR-START-DATE
              AND LNFEES-ASSESSED-DATE IS NOT GREATER THAN
                  WS-YEAR-END-DATE
              ADD LNFEES-AMOUNT TO WS-YR-FEES-CHARGED
           END-IF
           IF LNFEES-WAIVED
              AND LNFEES-WAIVED-DATE IS NOT LESS THAN
                  WS-YEAR-START-DATE
              AND LNFEES-WAIVED-DATE IS NOT GREATER THAN
                  WS-YEAR-END-DATE
              COMPUTE WS-YR-FEES-WAIVED = WS-YR-FEES-WAIVED
                  + LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
           END-IF
           .
       ADD-ONE-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-STATEMENT - one print-ready statement for the account.   *
      *----------------------------------------------------------------*
       WRITE-STATEMENT SECTION.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE

           IF FINAL-STATEMENT
              MOVE 'FINAL ANNUAL LOAN STATEMENT' TO LT-HEADING
           ELSE
              MOVE 'ANNUAL LOAN STATEMENT' TO LT-HEADING
           END-IF
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-HEAD-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE LOANACCT-NAME TO LT-NAME
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'THIS STATEMENT SHOWS THE PAYMENTS WE RECEIVED ON YOUR'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE 'LOAN IN THE PERIOD, HOW EACH WAS APPLIED, AND THE'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE 'INTEREST YOU PAID AND THE BALANCE OUTSTANDING.'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           IF FINAL-STATEMENT
              IF LOANACCT-WRITTEN-OFF
                 MOVE 'THE ACCOUNT HAS BEEN CLOSED AND THE BALANCE'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'WRITTEN OFF. THIS IS YOUR FINAL STATEMENT.'
                     TO WS-LETTER-BODY
              ELSE
                 MOVE 'YOUR LOAN HAS BEEN REPAID AND THE ACCOUNT IS'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'CLOSED. THIS IS YOUR FINAL STATEMENT.'
                     TO WS-LETTER-BODY
              END-IF
              PERFORM WRITE-LETTER-BODY-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE LOANACCT-NUMBER TO LT-ACCOUNT
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-REF-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-YEAR-START-DATE TO LT-PERIOD-FROM
           MOVE WS-YEAR-END-DATE TO LT-PERIOD-TO
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-PERIOD-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LT-NOTE
           IF LOANACCT-OPENED-DATE IS NOT LESS THAN WS-YEAR-START-DATE
              MOVE 'LOAN ADVANCED:' TO LT-LABEL
              MOVE LOANACCT-OPENED-DATE TO LT-NOTE
           ELSE
              MOVE 'OPENING BALANCE:' TO LT-LABEL
           END-IF
           MOVE WS-OPENING-BALANCE TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           IF WS-YR-COUNT = 0
              MOVE 'NO PAYMENTS WERE RECEIVED IN THE PERIOD.'
                  TO WS-LETTER-BODY
              PERFORM WRITE-LETTER-BODY-LINE
           ELSE
              MOVE SPACES TO LETTER-LINE
              MOVE WS-PAYMENT-HEADING TO LETTER-LINE
              WRITE LETTER-LINE
              PERFORM WRITE-ONE-PAYMENT
                  VARYING PT-IX FROM 1 BY 1
                  UNTIL PT-IX > PT-ENTRY-COUNT
              IF WS-YR-COUNT IS GREATER THAN PT-ENTRY-COUNT
                 MOVE 'FURTHER PAYMENTS ARE INCLUDED IN THE TOTALS.'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
              END-IF
              MOVE 'TOTALS' TO PL-DATE
              MOVE WS-YR-RECEIVED TO PL-AMOUNT
              MOVE WS-YR-FEES TO PL-FEES
              MOVE WS-YR-INTEREST TO PL-INTEREST
              MOVE WS-YR-PRINCIPAL TO PL-PRINCIPAL
              MOVE WS-YR-UNAPPLIED TO PL-UNAPPLIED
              MOVE SPACES TO PL-NOTE
              MOVE SPACES TO LETTER-LINE
              MOVE WS-PAYMENT-LINE TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LT-NOTE
           IF WS-YR-LATE-FEES IS GREATER THAN 0
              MOVE 'LATE FEES PAID:' TO LT-LABEL
              MOVE WS-YR-LATE-FEES TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-YR-CHARGE IS GREATER THAN 0
              MOVE 'SETTLEMENT CHARGE:' TO LT-LABEL
              MOVE WS-YR-CHARGE TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-YR-FEES-CHARGED IS GREATER THAN 0
              MOVE 'LATE FEES CHARGED:' TO LT-LABEL
              MOVE WS-YR-FEES-CHARGED TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-YR-FEES-WAIVED IS GREATER THAN 0
              MOVE 'LATE FEES WAIVED:' TO LT-LABEL
              MOVE WS-YR-FEES-WAIVED TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-CAP-IN-YEAR IS GREATER THAN 0
              MOVE 'INTEREST CAPITALISED:' TO LT-LABEL
              MOVE WS-CAP-IN-YEAR TO LT-AMOUNT
              PERFORM WRITE-LETTER-AMOUNT-LINE
           END-IF
           IF WS-WRITE-OFF-DATE IS NOT LESS THAN WS-YEAR-START-DATE
              AND WS-WRITE-OFF-DATE IS NOT GREATER THAN
                  WS-YEAR-END-DATE
              MOVE 'BALANCE WRITTEN OFF:' TO LT-LABEL
              MOVE WS-WRITTEN-OFF-AMOUNT TO LT-AMOUNT
              MOVE WS-WRITE-OFF-DATE TO LT-NOTE
              PERFORM WRITE-LETTER-AMOUNT-LINE
              MOVE SPACES TO LT-NOTE
           END-IF
           MOVE 'CLOSING BALANCE:' TO LT-LABEL
           MOVE WS-CLOSING-BALANCE TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'TOTAL INTEREST PAID:' TO LT-LABEL
           MOVE WS-YR-INTEREST TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO RC-STATEMENTS
           ADD WS-YR-RECEIVED TO RC-STMT-RECEIVED
           ADD WS-YR-INTEREST TO RC-STMT-INTEREST
           ADD WS-YR-PRINCIPAL TO RC-STMT-PRINCIPAL
           ADD WS-YR-FEES TO RC-STMT-FEES
           .
       WRITE-STATEMENT-EXIT.
           EXIT.

       WRITE-ONE-PAYMENT SECTION.
           MOVE PT-VALUE-DATE(PT-IX) TO PL-DATE
           MOVE PT-AMOUNT(PT-IX) TO PL-AMOUNT
           MOVE PT-FEES(PT-IX) TO PL-FEES
           MOVE PT-INTEREST(PT-IX) TO PL-INTEREST
           MOVE PT-PRINCIPAL(PT-IX) TO PL-PRINCIPAL
           MOVE PT-UNAPPLIED(PT-IX) TO PL-UNAPPLIED
           MOVE SPACES TO PL-NOTE
           IF PT-TYPE(PT-IX) = 'S'
              MOVE 'SETTLED IN FULL' TO PL-NOTE
           END-IF
           MOVE SPACES TO LETTER-LINE
           MOVE WS-PAYMENT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO RC-PAYMENTS-LISTED
           .
       WRITE-ONE-PAYMENT-EXIT.
           EXIT.

       WRITE-LETTER-BODY-LINE SECTION.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LETTER-BODY TO LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-LETTER-BODY-LINE-EXIT.
           EXIT.

       WRITE-LETTER-AMOUNT-LINE SECTION.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LETTER-AMOUNT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-LETTER-AMOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-CONTROL-PAGE - statements produced, and the interest on  *
      * them tied to the interest received in the year: what the       *
      * statements show plus what was taken on accounts no longer on   *
      * LOANACCT must equal the year's interest on LNPAYHST.           *
      *----------------------------------------------------------------*
       WRITE-CONTROL-PAGE SECTION.
           MOVE WS-STMT-YEAR TO CT-YEAR
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CONTROL-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'LOAN ACCOUNTS READ' TO CC-LABEL
           MOVE RC-ACCOUNTS-READ TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'STATEMENTS PRODUCED' TO CC-LABEL
           MOVE RC-STATEMENTS TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE '  OF WHICH FINAL STATEMENTS' TO CC-LABEL
           MOVE RC-FINAL-STATEMENTS TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'PAYMENTS RECEIVED IN THE YEAR' TO CC-LABEL
           MOVE RC-PAYMENTS-IN-YEAR TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'PAYMENTS LISTED ON STATEMENTS' TO CC-LABEL
           MOVE RC-PAYMENTS-LISTED TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'PAYMENTS IN TOTALS, NOT LISTED' TO CC-LABEL
           MOVE RC-PAYMENTS-NOT-LISTED TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'PAYMENTS FOR ACCOUNTS NOT ON FILE' TO CC-LABEL
           MOVE RC-UNMATCHED-PAYMENTS TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE 'WRITE-OFFS WITHOUT A CHARGE-OFF' TO CC-LABEL
           MOVE RC-NO-CHARGE-OFF TO CC-COUNT
           PERFORM WRITE-CONTROL-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RECEIVED IN THE YEAR' TO CA-LABEL
           MOVE RC-YEAR-RECEIVED TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'RECEIVED PER STATEMENTS' TO CA-LABEL
           MOVE RC-STMT-RECEIVED TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'RECEIVED ON ACCOUNTS NOT ON FILE' TO CA-LABEL
           MOVE RC-UNMATCHED-RECEIVED TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'FEES PER STATEMENTS' TO CA-LABEL
           MOVE RC-STMT-FEES TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'PRINCIPAL PER STATEMENTS' TO CA-LABEL
           MOVE RC-STMT-PRINCIPAL TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'INTEREST RECEIVED IN THE YEAR' TO CA-LABEL
           MOVE RC-YEAR-INTEREST TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'INTEREST PER STATEMENTS' TO CA-LABEL
           MOVE RC-STMT-INTEREST TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE 'INTEREST ON ACCOUNTS NOT ON FILE' TO CA-LABEL
           MOVE RC-UNMATCHED-INTEREST TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           COMPUTE RC-INTEREST-DIFFERENCE =
               RC-YEAR-INTEREST - RC-STMT-INTEREST
               - RC-UNMATCHED-INTEREST
           MOVE 'DIFFERENCE' TO CA-LABEL
           MOVE RC-INTEREST-DIFFERENCE TO CA-AMOUNT
           PERFORM WRITE-CONTROL-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF RC-INTEREST-DIFFERENCE = 0
              MOVE 'STATEMENT INTEREST AGREES WITH INTEREST RECEIVED'
                  TO REPORT-LINE
           ELSE
              MOVE '** INTEREST ON STATEMENTS OUT OF BALANCE **'
                  TO REPORT-LINE
              DISPLAY "ERROR: statement interest out of balance by "
                      RC-INTEREST-DIFFERENCE
              MOVE 16 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE

           IF RC-UNMATCHED-PAYMENTS IS GREATER THAN 0
              OR RC-PAYMENTS-NOT-LISTED IS GREATER THAN 0
              OR RC-NO-CHARGE-OFF IS GREATER THAN 0
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       WRITE-CONTROL-PAGE-EXIT.
           EXIT.

       WRITE-CONTROL-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-COUNT-LINE-EXIT.
           EXIT.

       WRITE-CONTROL-AMOUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-AMOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ACCOUNT SECTION.
           READ Loan-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT LOANACCT-EOF
              IF LOANACCT-IO-NORMAL
                 ADD 1 TO RC-ACCOUNTS-READ
              ELSE
                 DISPLAY "ERROR: LOANACCT read failed, status="
                         LOANACCT-STATUS-CODE
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-IF
           .
       READ-NEXT-ACCOUNT-EXIT.
           EXIT.
