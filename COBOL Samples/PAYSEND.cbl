       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYSEND.
      * Daily outbound bank payment run: pays the cash withdrawals
      * TRADERBL's WITHDRAW_CASH took from the cash accounts out to
      * the customers' nominated bank accounts, instead of someone
      * keying each one at the bank. Every withdrawal leaves a
      * PENDPAY payment; this run builds the bank's payment file
      * (header, one detail per payment, a control trailer) from the
      * business day's pending payments and marks them sent. Before
      * anything is sent the day's payments must tie, in count and
      * amount, to the day's 'W' withdrawal movements on CASHMOVE -
      * if they do not, nothing is sent and the run fails. The bank's
      * returned-payment file from earlier sends is matched back
      * first: a payment the bank could not make is credited back to
      * CASHACCT with a CASHMOVE deposit carrying the payment's
      * reference. PARM carries the business date as yyyymmdd.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Pending-Payments ASSIGN TO PENDPAY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PENDPAY-KEY OF PENDPAY-RECORD
              FILE STATUS IS PENDPAY-FILE-STATUS.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-FILE-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Bank-Returns ASSIGN TO BANKRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BANKRTN-STATUS.

           SELECT Bank-Output ASSIGN TO BANKOUT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BANKOUT-STATUS.

           SELECT Report-Output ASSIGN TO PAYRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Pending-Payments.
       COPY PENDPAY SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

      * The bank's returned-payment file: 'D' detail lines echoing
      * the reference and end-to-end identity this run sent, with the
      * bank's reason code, and one 'T' trailer with the bank's count
      * and amount total.
       FD  Bank-Returns.
       01  BANK-RETURN-RECORD.
           05  BR-RECORD-TYPE         PIC X(01).
           05  BR-DETAIL.
               10  BR-REFERENCE       PIC X(12).
               10  BR-USERID          PIC X(60).
               10  BR-TIMESTAMP       PIC 9(14).
               10  BR-AMOUNT          PIC X(12).
               10  BR-REASON          PIC X(04).
           05  BR-TRAILER REDEFINES BR-DETAIL.
               10  BR-TRAILER-COUNT   PIC 9(06).
               10  BR-TRAILER-TOTAL   PIC 9(13)V99.
               10  FILLER             PIC X(81).

      * The payment file for the bank: one 'H' header, a 'D' detail
      * per payment and a 'T' trailer with the count and amount the
      * bank checks the file against. The userid and timestamp go as
      * the end-to-end identity the bank hands back on a return.
       FD  Bank-Output.
       01  BANK-OUTPUT-RECORD.
           05  BO-RECORD-TYPE         PIC X(01).
           05  BO-DETAIL.
               10  BO-REFERENCE       PIC X(12).
               10  BO-BANK-CODE       PIC X(11).
               10  BO-ACCOUNT-NO      PIC X(20).
               10  BO-ACCOUNT-NAME    PIC X(33).
               10  BO-AMOUNT          PIC 9(11)V99.
               10  BO-USERID          PIC X(60).
               10  BO-TIMESTAMP       PIC 9(14).
           05  BO-HEADER REDEFINES BO-DETAIL.
               10  BO-FILE-DATE       PIC 9(08).
               10  BO-ORIGINATOR      PIC X(20).
               10  FILLER             PIC X(135).
           05  BO-TRAILER REDEFINES BO-DETAIL.
               10  BO-TRAILER-COUNT   PIC 9(06).
               10  BO-TRAILER-TOTAL   PIC 9(13)V99.
               10  FILLER             PIC X(142).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 PENDPAY-FILE-STATUS           PIC X(2).
           88 PENDPAY-NORMAL           VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 BANKRTN-STATUS                PIC X(2).
           88 BANKRTN-NORMAL           VALUE '00'.
       01 BANKOUT-STATUS                PIC X(2).
           88 BANKOUT-NORMAL           VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 PENDPAY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 PENDPAY-EOF              VALUE 'Y'.
       01 CASHMOVE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 CASHMOVE-EOF             VALUE 'Y'.
       01 BANKRTN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 BANKRTN-EOF              VALUE 'Y'.

       01 TIMESTAMP                     PIC 9(14).
       01 WS-BUSINESS-DATE              PIC 9(08).
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                        PIC X(08).
       01 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-NUM                 PIC 9(11)V99 COMP-3.
       01 WS-PAY-SEQ                    PIC 9(04) VALUE 0.

      * Cash handling, mirroring TRADERBL's SAVE-CASH-ACCOUNT.
       01 CASH-WORK-FIELDS.
          03 CASH-ACCT-FOUND-SW         PIC X(01) VALUE 'N'.
             88 CASH-ACCT-ON-FILE      VALUE 'Y'.

      * The send is only made when the day's payments tie to the
      * day's withdrawals; payments already sent (or sent and
      * returned) on an earlier run of the same day still count.
       01 WS-CONTROL-FIELDS.
          03 WS-WITHDRAW-COUNT          PIC 9(06) VALUE 0.
          03 WS-WITHDRAW-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-PAYMENT-COUNT           PIC 9(06) VALUE 0.
          03 WS-PAYMENT-TOTAL           PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-PENDING-COUNT           PIC 9(06) VALUE 0.
          03 WS-PENDING-TOTAL           PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-SENT-COUNT              PIC 9(06) VALUE 0.
          03 WS-SENT-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-OLDER-COUNT             PIC 9(06) VALUE 0.
          03 WS-OLDER-TOTAL             PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-TIE-SW                  PIC X(01) VALUE 'N'.
             88 PAYMENTS-TIE           VALUE 'Y'.
          03 WS-RTN-TRAILER-SW          PIC X(01) VALUE 'N'.
             88 RTN-TRAILER-SEEN       VALUE 'Y'.
          03 WS-RTN-TRAILER-COUNT       PIC 9(06) VALUE 0.
          03 WS-RTN-TRAILER-TOTAL       PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-RTN-READ-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-RETURNED-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.

       01 RECONCILIATION-COUNTS.
          05 RC-MOVEMENTS-READ          PIC 9(08) COMP VALUE 0.
          05 RC-PAYMENTS-READ           PIC 9(08) COMP VALUE 0.
          05 RC-RETURNS-READ            PIC 9(06) COMP VALUE 0.
          05 RC-RETURNS-CREDITED        PIC 9(06) COMP VALUE 0.
          05 RC-RETURNS-REJECTED        PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'OUTBOUND BANK PAYMENTS FOR        '.
           05 RT-BUSINESS-DATE    PIC 9(08).

       01 WS-SECTION-LINE             PIC X(60).

       01 WS-RETURN-LINE.
           05 RL-REFERENCE        PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-USERID           PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-AMOUNT           PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-REASON           PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-RESULT           PIC X(30).

       01 WS-PAYMENT-LINE.
           05 PL-REFERENCE        PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-USERID           PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-BANK-CODE        PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-ACCOUNT-NO       PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE '  AMOUNT: '.
           05 CT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-VERDICT-LINE             PIC X(60).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the business date whose withdrawals are
      * sent; required.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATE                PIC X(08).

       PROCEDURE DIVISION USING PARM-BUFFER.

       MAINLINE SECTION.

           IF PARM-LENGTH IS LESS THAN 8
              OR PARM-DATE IS NOT NUMERIC
              DISPLAY 'PAYSEND: PARM must carry the business date '
                      'as yyyymmdd'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-DATE TO WS-BUSINESS-DATE-X

           OPEN I-O Pending-Payments.
           IF NOT PENDPAY-NORMAL
              DISPLAY 'PAYSEND: unable to open PENDPAY, status='
                      PENDPAY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Cash-Account.
           IF NOT CASHACCT-NORMAL
              DISPLAY 'PAYSEND: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Pending-Payments
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'PAYSEND: unable to open PAYRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Account
              CLOSE Pending-Payments
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM APPLY-BANK-RETURNS.
           IF RETURN-CODE > 8
              GO TO MAINLINE-CLOSE
           END-IF.

           PERFORM TOTAL-DAY-WITHDRAWALS.
           IF RETURN-CODE > 8
              GO TO MAINLINE-CLOSE
           END-IF.
           PERFORM TOTAL-DAY-PAYMENTS.
           PERFORM CHECK-PAYMENTS-TIE.

           IF PAYMENTS-TIE AND WS-PENDING-COUNT > 0
              PERFORM SEND-PENDING-PAYMENTS
           END-IF.

           PERFORM WRITE-CONTROL-TOTALS.

       MAINLINE-CLOSE.
           CLOSE Report-Output.
           CLOSE Cash-Account.
           CLOSE Pending-Payments.

           DISPLAY '======================================'
           DISPLAY ' PAYSEND End-of-job reconciliation'
           DISPLAY '   Business date        : ' WS-BUSINESS-DATE
           DISPLAY '   Returns read         : ' RC-RETURNS-READ
           DISPLAY '   Returns credited     : '
                   RC-RETURNS-CREDITED
           DISPLAY '   Returns rejected     : '
                   RC-RETURNS-REJECTED
           DISPLAY '   Withdrawals on day   : ' WS-WITHDRAW-COUNT
           DISPLAY '   Payments on day      : ' WS-PAYMENT-COUNT
           DISPLAY '   Payments sent        : ' WS-SENT-COUNT
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * APPLY-BANK-RETURNS - matches each returned payment to the     *
      * PENDPAY payment it names and credits it back. No returns file *
      * on a day simply means nothing came back.                      *
      *****************************************************************
       APPLY-BANK-RETURNS SECTION.
           MOVE 'RETURNED PAYMENTS' TO WS-SECTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.

           OPEN INPUT Bank-Returns.
           IF NOT BANKRTN-NORMAL
              DISPLAY 'PAYSEND: no returned-payment file (status='
                      BANKRTN-STATUS ')'
              GO TO APPLY-BANK-RETURNS-EXIT
           END-IF.
           OPEN EXTEND Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'PAYSEND: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Bank-Returns
              GO TO APPLY-BANK-RETURNS-EXIT
           END-IF.

           PERFORM APPLY-ONE-RETURN
               UNTIL BANKRTN-EOF.

           CLOSE Cash-Movements.
           CLOSE Bank-Returns.
       APPLY-BANK-RETURNS-EXIT.
           EXIT.

       APPLY-ONE-RETURN SECTION.
           READ Bank-Returns
              AT END
                 MOVE 'Y' TO BANKRTN-EOF-SWITCH
           END-READ
           IF BANKRTN-EOF
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           IF BR-RECORD-TYPE = 'T'
              MOVE 'Y' TO WS-RTN-TRAILER-SW
              MOVE BR-TRAILER-COUNT TO WS-RTN-TRAILER-COUNT
              MOVE BR-TRAILER-TOTAL TO WS-RTN-TRAILER-TOTAL
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           IF BR-RECORD-TYPE NOT = 'D'
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO RC-RETURNS-READ

           MOVE SPACES TO WS-REJECT-REASON
           IF FUNCTION TEST-NUMVAL(BR-AMOUNT) NOT = 0
              MOVE 'AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON
              GO TO APPLY-ONE-RETURN-REPORT
           END-IF
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(BR-AMOUNT)
           ADD WS-AMOUNT-NUM TO WS-RTN-READ-TOTAL

           MOVE BR-USERID TO PENDPAY-USERID
           MOVE BR-TIMESTAMP TO PENDPAY-TIMESTAMP
           READ Pending-Payments KEY IS PENDPAY-KEY OF
                                        PENDPAY-RECORD
           EVALUATE TRUE
              WHEN NOT PENDPAY-NORMAL
                 MOVE 'PAYMENT NOT ON PENDPAY' TO WS-REJECT-REASON
              WHEN PENDPAY-RETURNED
                 MOVE 'PAYMENT ALREADY RETURNED' TO WS-REJECT-REASON
              WHEN NOT PENDPAY-SENT
                 MOVE 'PAYMENT WAS NOT SENT' TO WS-REJECT-REASON
              WHEN PENDPAY-REFERENCE NOT = BR-REFERENCE
                 MOVE 'REFERENCE DOES NOT MATCH' TO WS-REJECT-REASON
              WHEN PENDPAY-AMOUNT NOT = WS-AMOUNT-NUM
                 MOVE 'AMOUNT DOES NOT MATCH' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM CREDIT-RETURNED-PAYMENT
           END-IF
           .
       APPLY-ONE-RETURN-REPORT.
           MOVE BR-REFERENCE TO RL-REFERENCE
           MOVE BR-USERID TO RL-USERID
           MOVE BR-AMOUNT TO RL-AMOUNT
           MOVE BR-REASON TO RL-REASON
           IF WS-REJECT-REASON = SPACES
              MOVE 'CREDITED BACK' TO RL-RESULT
           ELSE
              ADD 1 TO RC-RETURNS-REJECTED
              MOVE WS-REJECT-REASON TO RL-RESULT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RETURN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       APPLY-ONE-RETURN-EXIT.
           EXIT.

      *****************************************************************
      * CREDIT-RETURNED-PAYMENT - puts the money back on the cash     *
      * account as a deposit carrying the payment's reference, then   *
      * marks the payment returned so it can never be credited twice. *
      *****************************************************************
       CREDIT-RETURNED-PAYMENT SECTION.
           MOVE PENDPAY-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF
                                    CASHACCT-RECORD
           IF CASHACCT-NORMAL
              MOVE 'Y' TO CASH-ACCT-FOUND-SW
           ELSE
              MOVE 'N' TO CASH-ACCT-FOUND-SW
              MOVE PENDPAY-USERID TO CASHACCT-USERID
              MOVE 0 TO CASHACCT-BALANCE
           END-IF
           ADD PENDPAY-AMOUNT TO CASHACCT-BALANCE
           IF CASH-ACCT-ON-FILE
              REWRITE CASHACCT-RECORD
           ELSE
              WRITE CASHACCT-RECORD
           END-IF
           IF NOT CASHACCT-NORMAL
              MOVE 'CASHACCT UPDATE FAILED' TO WS-REJECT-REASON
              MOVE 16 TO RETURN-CODE
              GO TO CREDIT-RETURNED-PAYMENT-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE 'D' TO CASHMOVE-TYPE
           MOVE PENDPAY-AMOUNT TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE PENDPAY-REFERENCE TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'PAYSEND: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE 'R' TO PENDPAY-STATUS
           MOVE WS-BUSINESS-DATE TO PENDPAY-RETURNED-DATE
           MOVE BR-REASON TO PENDPAY-RETURN-REASON
           REWRITE PENDPAY-RECORD
           IF NOT PENDPAY-NORMAL
              DISPLAY 'PAYSEND: PENDPAY rewrite failed, status='
                      PENDPAY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO RC-RETURNS-CREDITED
           ADD PENDPAY-AMOUNT TO WS-RETURNED-TOTAL
           .
       CREDIT-RETURNED-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      * TOTAL-DAY-WITHDRAWALS - the business day's WITHDRAW_CASH      *
      * movements: type 'W' with no bank reference (a bank-side       *
      * withdrawal BANKLOAD posts carries the bank's own reference    *
      * and is not paid out again).                                   *
      *****************************************************************
       TOTAL-DAY-WITHDRAWALS SECTION.
           OPEN INPUT Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'PAYSEND: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO TOTAL-DAY-WITHDRAWALS-EXIT
           END-IF.
           MOVE 'N' TO CASHMOVE-EOF-SWITCH.
           PERFORM TOTAL-ONE-MOVEMENT
               UNTIL CASHMOVE-EOF.
           CLOSE Cash-Movements.
       TOTAL-DAY-WITHDRAWALS-EXIT.
           EXIT.

       TOTAL-ONE-MOVEMENT SECTION.
           READ Cash-Movements
              AT END
                 MOVE 'Y' TO CASHMOVE-EOF-SWITCH
           END-READ
           IF CASHMOVE-EOF
              GO TO TOTAL-ONE-MOVEMENT-EXIT
           END-IF
           ADD 1 TO RC-MOVEMENTS-READ
           IF CASHMOVE-TYPE = 'W'
              AND CASHMOVE-REFERENCE = SPACES
              AND CASHMOVE-TIMESTAMP(1:8) = WS-BUSINESS-DATE-X
              ADD 1 TO WS-WITHDRAW-COUNT
              ADD CASHMOVE-AMOUNT TO WS-WITHDRAW-TOTAL
           END-IF
           .
       TOTAL-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * TOTAL-DAY-PAYMENTS - the business day's payments in any state *
      * for the tie, the pending ones among them to send, and any     *
      * pending payment from an earlier day a run has not yet sent.   *
      *****************************************************************
       TOTAL-DAY-PAYMENTS SECTION.
           PERFORM POSITION-PENDPAY-START.
           PERFORM TOTAL-ONE-PAYMENT
               UNTIL PENDPAY-EOF.
       TOTAL-DAY-PAYMENTS-EXIT.
           EXIT.

       POSITION-PENDPAY-START SECTION.
           MOVE 'N' TO PENDPAY-EOF-SWITCH
           MOVE LOW-VALUES TO PENDPAY-KEY
           START Pending-Payments KEY IS NOT LESS THAN
                 PENDPAY-KEY OF PENDPAY-RECORD
           IF NOT PENDPAY-NORMAL
              MOVE 'Y' TO PENDPAY-EOF-SWITCH
           END-IF
           .
       POSITION-PENDPAY-START-EXIT.
           EXIT.

       TOTAL-ONE-PAYMENT SECTION.
           READ Pending-Payments NEXT RECORD
           IF NOT PENDPAY-NORMAL
              MOVE 'Y' TO PENDPAY-EOF-SWITCH
              GO TO TOTAL-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO RC-PAYMENTS-READ
           IF PENDPAY-TIMESTAMP(1:8) = WS-BUSINESS-DATE-X
              ADD 1 TO WS-PAYMENT-COUNT
              ADD PENDPAY-AMOUNT TO WS-PAYMENT-TOTAL
              IF PENDPAY-PENDING
                 ADD 1 TO WS-PENDING-COUNT
                 ADD PENDPAY-AMOUNT TO WS-PENDING-TOTAL
              ELSE
                 ADD 1 TO WS-PAY-SEQ
              END-IF
           ELSE
              IF PENDPAY-PENDING
                 AND PENDPAY-TIMESTAMP(1:8) < WS-BUSINESS-DATE-X
                 ADD 1 TO WS-OLDER-COUNT
                 ADD PENDPAY-AMOUNT TO WS-OLDER-TOTAL
              END-IF
           END-IF
           .
       TOTAL-ONE-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-PAYMENTS-TIE - the day's payments must match the day's  *
      * withdrawals in both count and amount before anything goes.    *
      *****************************************************************
       CHECK-PAYMENTS-TIE SECTION.
           IF WS-PAYMENT-COUNT = WS-WITHDRAW-COUNT
              AND WS-PAYMENT-TOTAL = WS-WITHDRAW-TOTAL
              MOVE 'Y' TO WS-TIE-SW
           ELSE
              MOVE 'N' TO WS-TIE-SW
              DISPLAY 'PAYSEND: payments do not tie to the day''s '
                      'withdrawals - nothing sent'
           END-IF
           .
       CHECK-PAYMENTS-TIE-EXIT.
           EXIT.

      *****************************************************************
      * SEND-PENDING-PAYMENTS - writes the bank file for the day's    *
      * pending payments and marks each one sent under the reference  *
      * it went with: 'PY', the business date as yymmdd and the       *
      * payment's number within the day.                              *
      *****************************************************************
       SEND-PENDING-PAYMENTS SECTION.
           OPEN OUTPUT Bank-Output.
           IF NOT BANKOUT-NORMAL
              DISPLAY 'PAYSEND: unable to open BANKOUT, status='
                      BANKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO SEND-PENDING-PAYMENTS-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAYMENTS SENT' TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.

           MOVE SPACES TO BANK-OUTPUT-RECORD.
           MOVE 'H' TO BO-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO BO-FILE-DATE.
           MOVE 'TRADER CASH ACCOUNTS' TO BO-ORIGINATOR.
           WRITE BANK-OUTPUT-RECORD.

           PERFORM POSITION-PENDPAY-START.
           PERFORM SEND-ONE-PAYMENT
               UNTIL PENDPAY-EOF.

           MOVE SPACES TO BANK-OUTPUT-RECORD.
           MOVE 'T' TO BO-RECORD-TYPE.
           MOVE WS-SENT-COUNT TO BO-TRAILER-COUNT.
           MOVE WS-SENT-TOTAL TO BO-TRAILER-TOTAL.
           WRITE BANK-OUTPUT-RECORD.
           IF NOT BANKOUT-NORMAL
              DISPLAY 'PAYSEND: BANKOUT write failed, status='
                      BANKOUT-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE Bank-Output.
       SEND-PENDING-PAYMENTS-EXIT.
           EXIT.

       SEND-ONE-PAYMENT SECTION.
           READ Pending-Payments NEXT RECORD
           IF NOT PENDPAY-NORMAL
              MOVE 'Y' TO PENDPAY-EOF-SWITCH
              GO TO SEND-ONE-PAYMENT-EXIT
           END-IF
           IF PENDPAY-TIMESTAMP(1:8) NOT = WS-BUSINESS-DATE-X
              OR NOT PENDPAY-PENDING
              GO TO SEND-ONE-PAYMENT-EXIT
           END-IF

           ADD 1 TO WS-PAY-SEQ
           MOVE SPACES TO PENDPAY-REFERENCE
           STRING 'PY' WS-BUSINESS-DATE-X(3:6) WS-PAY-SEQ
                  DELIMITED BY SIZE INTO PENDPAY-REFERENCE

           MOVE SPACES TO BANK-OUTPUT-RECORD
           MOVE 'D' TO BO-RECORD-TYPE
           MOVE PENDPAY-REFERENCE TO BO-REFERENCE
           MOVE PENDPAY-BANK-CODE TO BO-BANK-CODE
           MOVE PENDPAY-ACCOUNT-NO TO BO-ACCOUNT-NO
           MOVE PENDPAY-ACCOUNT-NAME TO BO-ACCOUNT-NAME
           MOVE PENDPAY-AMOUNT TO BO-AMOUNT
           MOVE PENDPAY-USERID TO BO-USERID
           MOVE PENDPAY-TIMESTAMP TO BO-TIMESTAMP
           WRITE BANK-OUTPUT-RECORD
           IF NOT BANKOUT-NORMAL
              DISPLAY 'PAYSEND: BANKOUT write failed, status='
                      BANKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO PENDPAY-EOF-SWITCH
              GO TO SEND-ONE-PAYMENT-EXIT
           END-IF

           MOVE 'S' TO PENDPAY-STATUS
           MOVE WS-BUSINESS-DATE TO PENDPAY-SENT-DATE
           REWRITE PENDPAY-RECORD
           IF NOT PENDPAY-NORMAL
              DISPLAY 'PAYSEND: PENDPAY rewrite failed, status='
                      PENDPAY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-SENT-COUNT
           ADD PENDPAY-AMOUNT TO WS-SENT-TOTAL

           MOVE PENDPAY-REFERENCE TO PL-REFERENCE
           MOVE PENDPAY-USERID TO PL-USERID
           MOVE PENDPAY-BANK-CODE TO PL-BANK-CODE
           MOVE PENDPAY-ACCOUNT-NO TO PL-ACCOUNT-NO
           MOVE PENDPAY-AMOUNT TO PL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PAYMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       SEND-ONE-PAYMENT-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-CONTROL-TOTALS - the tie and what was sent, with the    *
      * returns against the bank's trailer. A failed tie fails the    *
      * run; returns not applied and older payments still pending     *
      * end it with a warning.                                        *
      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'WITHDRAWALS ON CASHMOVE:      ' TO CT-LABEL.
           MOVE WS-WITHDRAW-COUNT TO CT-COUNT.
           MOVE WS-WITHDRAW-TOTAL TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'PAYMENTS ON PENDPAY:          ' TO CT-LABEL.
           MOVE WS-PAYMENT-COUNT TO CT-COUNT.
           MOVE WS-PAYMENT-TOTAL TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'SENT THIS RUN:                ' TO CT-LABEL.
           MOVE WS-SENT-COUNT TO CT-COUNT.
           MOVE WS-SENT-TOTAL TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'RETURNS CREDITED BACK:        ' TO CT-LABEL.
           MOVE RC-RETURNS-CREDITED TO CT-COUNT.
           MOVE WS-RETURNED-TOTAL TO CT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF RTN-TRAILER-SEEN
              MOVE 'RETURNS TRAILER SAYS:         ' TO CT-LABEL
              MOVE WS-RTN-TRAILER-COUNT TO CT-COUNT
              MOVE WS-RTN-TRAILER-TOTAL TO CT-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           IF WS-OLDER-COUNT > 0
              MOVE 'EARLIER DAYS STILL PENDING:   ' TO CT-LABEL
              MOVE WS-OLDER-COUNT TO CT-COUNT
              MOVE WS-OLDER-TOTAL TO CT-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN RETURN-CODE > 8
                 MOVE 'RUN FAILED - SEE THE JOB LOG FOR THE FILE ERROR'
                     TO WS-VERDICT-LINE
              WHEN NOT PAYMENTS-TIE
                 MOVE 'REFUSED - PAYMENTS DO NOT TIE TO WITHDRAWALS'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN RTN-TRAILER-SEEN
                   AND (RC-RETURNS-READ NOT = WS-RTN-TRAILER-COUNT
                     OR WS-RTN-READ-TOTAL NOT = WS-RTN-TRAILER-TOTAL)
                 MOVE 'RETURNS DO NOT TIE TO THE BANK TRAILER'
                     TO WS-VERDICT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN RC-RETURNS-REJECTED > 0
                 MOVE 'RETURNS NOT APPLIED ARE LISTED ABOVE'
                     TO WS-VERDICT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN WS-OLDER-COUNT > 0
                 MOVE 'EARLIER DAYS STILL PENDING - RERUN THOSE DAYS'
                     TO WS-VERDICT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'PAYMENTS TIE TO THE DAY''S WITHDRAWALS'
                     TO WS-VERDICT-LINE
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
