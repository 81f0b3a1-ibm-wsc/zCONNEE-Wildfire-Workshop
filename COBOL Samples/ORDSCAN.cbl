      * through the same CUSTSEG position arithmetic TRADERBL's
      * buy/sell processing applies (writing TRDLEDGR as usual),
      * marks them filled, and expires orders older than the
      * configured number of days. Stop-loss and trailing-stop sells
      * on the same file trigger when the quote falls to or below
      * the stop price and execute through the same position,
      * ledger and cash processing; a trailing stop's stop price is
      * first raised to its trailing percentage below any new high.
      * Stops do not expire, and triggered stops are counted apart
      * from limit fills. A buy fill is first judged against the
      * customer's RISKPROF risk profile and the company's VOLGRADE
      * volatility grade by the same suitability rule TRADERBL
      * applies: an unsuitable buy is cancelled rather than filled.
      * Each fill, expiry and cancellation is raised to the customer
      * on the common NOTIFY file through NOTIFPUT. A fill in a
      * foreign-listed company (COMPCCY) settles its cash at the
      * quote converted to base currency at the day's FXRATE rate,
      * recorded on the ledger; with no rate dated today the order
      * stays open rather than fill at an old rate.
      * Runs as a BMP against the same customer/company PSB shape
      * TRADERBL uses.

       ENVIRONMENT DIVISION.

              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TRDCAL-FILE-STATUS.

           SELECT Risk-Profiles ASSIGN TO RISKPROF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RISKPROF-KEY OF RISKPROF-RECORD
              FILE STATUS IS RISKPROF-FILE-STATUS.

           SELECT Volatility-Grades ASSIGN TO VOLGRADE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VOLGRADE-KEY OF VOLGRADE-RECORD
              FILE STATUS IS VOLGRADE-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT FX-Rates ASSIGN TO FXRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FXRATE-KEY OF FXRATE-RECORD
              FILE STATUS IS FXRATE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Trading-Calendar.
       COPY TRDCAL SUPPRESS.

       FD  Risk-Profiles.
       COPY RISKPROF SUPPRESS.

       FD  Volatility-Grades.
       COPY VOLGRADE SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       WORKING-STORAGE SECTION.

       01 PENDORD-FILE-STATUS           PIC X(2).
       01 WS-EXEC-OK-SW                 PIC X(01) VALUE 'N'.
           88 EXECUTION-APPLIED        VALUE 'Y'.

      * A trailing stop's high-water mark and its raised stop price,
      * put back on PENDORD in the 99999.99 text form it is kept in.
       01 WS-STOP-FIELDS.
          03 WS-HIGH-NUM                PIC 9(07)V99 COMP-3 VALUE 0.
          03 WS-STOP-NUM                PIC 9(05)V99 VALUE 0.
          03 WS-STOP-NUM-R REDEFINES WS-STOP-NUM.
             05 WS-SN-INT               PIC 9(05).
             05 WS-SN-DEC               PIC 9(02).
          03 WS-STOP-TEXT.
             05 WS-ST-INT               PIC 9(05).
             05 FILLER                  PIC X(01) VALUE '.'.
             05 WS-ST-DEC               PIC 9(02).

      * SEGMENT SEARCH ARGUMENTS, same shapes TRADERBL builds

       01 SSA-COMPANY.
          03 CASH-PROCEEDS              PIC 9(11)V99 COMP-3 VALUE 0.
          03 CASH-MOVE-TYPE             PIC X(01) VALUE SPACE.

      * Suitability of a buy fill against the customer's risk
      * profile; with either file missing every buy fill goes ahead
      * with the rule's warning.
       01 RISKPROF-FILE-STATUS          PIC X(2).
           88 RISKPROF-NORMAL          VALUE '00'.
       01 VOLGRADE-FILE-STATUS          PIC X(2).
           88 VOLGRADE-NORMAL          VALUE '00'.
       COPY SUITRULE SUPPRESS.

      * The rate a fill in a foreign-listed company converts at;
      * without COMPCCY every company is in base currency.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       COPY FXRULE SUPPRESS.

      * Customer notification of a fill, an expiry or a cancellation.
       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.
       01 WS-NOTICE-EVENT               PIC X(04).
       01 WS-NOTICE-ACTION              PIC X(04).

       01 RECONCILIATION-COUNTS.
          05 RC-ORDERS-SCANNED          PIC 9(08) COMP VALUE 0.
          05 RC-ORDERS-FILLED           PIC 9(08) COMP VALUE 0.
          05 RC-ORDERS-LEFT-OPEN        PIC 9(08) COMP VALUE 0.
          05 RC-EXEC-FAILED             PIC 9(08) COMP VALUE 0.
          05 RC-INSUFFICIENT-CASH       PIC 9(08) COMP VALUE 0.
          05 RC-NOTICES-RAISED          PIC 9(08) COMP VALUE 0.
          05 RC-STOPS-SCANNED           PIC 9(08) COMP VALUE 0.
          05 RC-STOPS-TRIGGERED         PIC 9(08) COMP VALUE 0.
          05 RC-STOPS-RAISED            PIC 9(08) COMP VALUE 0.
          05 RC-STOPS-LEFT-OPEN         PIC 9(08) COMP VALUE 0.
          05 RC-SUIT-REFUSED            PIC 9(08) COMP VALUE 0.
          05 RC-SUIT-WARNED             PIC 9(08) COMP VALUE 0.
          05 RC-FX-RATE-HELD            PIC 9(08) COMP VALUE 0.

       LINKAGE SECTION.

              CLOSE Pending-Orders
              GOBACK
           END-IF.
           OPEN INPUT Risk-Profiles.
           OPEN INPUT Volatility-Grades.
           OPEN INPUT Company-Currency.
           OPEN INPUT FX-Rates.

           PERFORM READ-NEXT-ORDER.
           PERFORM SCAN-ONE-ORDER
           CLOSE Cash-Account.
           CLOSE Trade-Ledger.
           CLOSE Pending-Orders.
           CLOSE Risk-Profiles.
           CLOSE Volatility-Grades.
           CLOSE Company-Currency.
           CLOSE FX-Rates.
           MOVE 'E' TO NOTIFPRM-FUNCTION.
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD.

           DISPLAY '======================================'
           DISPLAY ' ORDSCAN End-of-job reconciliation'
           DISPLAY '   Open orders scanned  : ' RC-ORDERS-SCANNED
           DISPLAY '   Limit orders filled  : ' RC-ORDERS-FILLED
           DISPLAY '   Orders expired       : ' RC-ORDERS-EXPIRED
           DISPLAY '   Orders left open     : '
                   RC-ORDERS-LEFT-OPEN
           DISPLAY '   Executions failed    : ' RC-EXEC-FAILED
           DISPLAY '   Insufficient cash    : '
                   RC-INSUFFICIENT-CASH
           DISPLAY '   Buys refused unsuited: ' RC-SUIT-REFUSED
           DISPLAY '   Buys filled w/warning: ' RC-SUIT-WARNED
           DISPLAY '   Held - no FX rate    : ' RC-FX-RATE-HELD
           DISPLAY '   Stop orders scanned  : ' RC-STOPS-SCANNED
           DISPLAY '   Stops triggered      : ' RC-STOPS-TRIGGERED
           DISPLAY '   Trailing stops raised: ' RC-STOPS-RAISED
           DISPLAY '   Stops left open      : ' RC-STOPS-LEFT-OPEN
           DISPLAY '   Customer notices     : ' RC-NOTICES-RAISED
           DISPLAY '======================================'
           GOBACK.

           EXIT.
      *****************************************************************
      * READ-NEXT-ORDER / SCAN-ONE-ORDER - each open order either     *
      * expires, fills against the latest quote, or stays open; stop  *
      * orders go to SCAN-STOP-ORDER and never expire.                *
      *****************************************************************
       READ-NEXT-ORDER SECTION.
           READ Pending-Orders NEXT RECORD
           ADD 1 TO RC-ORDERS-SCANNED

           IF PENDORD-PLACED-DATE IS LESS THAN WS-EXPIRE-CUTOFF
              AND NOT PENDORD-STOP
              ADD 1 TO RC-ORDERS-EXPIRED
              MOVE 'E' TO PENDORD-STATUS
              REWRITE PENDORD-RECORD
              MOVE 'OEXP' TO WS-NOTICE-EVENT
              PERFORM RAISE-ORDER-NOTICE
              GO TO SCAN-ONE-ORDER-NEXT
           END-IF

              GO TO SCAN-ONE-ORDER-NEXT
           END-IF

           IF PENDORD-STOP
              PERFORM SCAN-STOP-ORDER
              GO TO SCAN-ONE-ORDER-NEXT
           END-IF

           COMPUTE WS-LIMIT-NUM =
               FUNCTION NUMVAL(PENDORD-LIMIT-PRICE)

              OR (PENDORD-SELL AND
               PR-PRICE-NUM(PR-IX) IS NOT LESS THAN
                                            WS-LIMIT-NUM)
              PERFORM LOOK-UP-FILL-FX-RATE
              IF FXR-BLOCKED
                 ADD 1 TO RC-FX-RATE-HELD
                 ADD 1 TO RC-ORDERS-LEFT-OPEN
                 DISPLAY 'ORDSCAN: fill for ' PENDORD-USERID(1:20)
                         ' held: ' FXR-REASON
                 GO TO SCAN-ONE-ORDER-NEXT
              END-IF
              IF PENDORD-BUY
                 PERFORM CHECK-FILL-SUITABILITY
                 IF SUIT-REFUSED
      * The same refusal an interactive BUY would get; the order is
      * cancelled, as it would not become suitable by waiting
                    ADD 1 TO RC-SUIT-REFUSED
                    DISPLAY 'ORDSCAN: buy for ' PENDORD-USERID(1:20)
                            ' cancelled: ' SUIT-REASON
                    MOVE 'C' TO PENDORD-STATUS
                    REWRITE PENDORD-RECORD
                    MOVE 'OREF' TO WS-NOTICE-EVENT
                    PERFORM RAISE-ORDER-NOTICE
                    GO TO SCAN-ONE-ORDER-NEXT
                 END-IF
              END-IF
              PERFORM PRICE-FILL-CHARGES
              IF PENDORD-BUY AND NOT FILL-FUNDS-OK
      * The same refusal an interactive BUY would get: the balance
                 IF EXECUTION-APPLIED
                    PERFORM SETTLE-FILL-CASH
                    ADD 1 TO RC-ORDERS-FILLED
                    IF PENDORD-BUY AND SUIT-WARNED
                       ADD 1 TO RC-SUIT-WARNED
                       DISPLAY 'ORDSCAN: buy for '
                               PENDORD-USERID(1:20)
                               ' filled: ' SUIT-REASON
                    END-IF
                    MOVE 'F' TO PENDORD-STATUS
                    REWRITE PENDORD-RECORD
                    MOVE 'OFIL' TO WS-NOTICE-EVENT
                    PERFORM RAISE-ORDER-NOTICE
                 ELSE
                    ADD 1 TO RC-EXEC-FAILED
                 END-IF
       SCAN-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * SCAN-STOP-ORDER - a trailing stop is first raised against any *
      * new high; the stop then triggers when the latest quote is at  *
      * or below the stop price and sells at that quote.              *
      *****************************************************************
       SCAN-STOP-ORDER SECTION.
           ADD 1 TO RC-STOPS-SCANNED
           IF PENDORD-TRAILING-STOP
              PERFORM RAISE-TRAILING-STOP
           END-IF

           COMPUTE WS-LIMIT-NUM =
               FUNCTION NUMVAL(PENDORD-LIMIT-PRICE)
           IF PR-PRICE-NUM(PR-IX) IS GREATER THAN WS-LIMIT-NUM
              ADD 1 TO RC-STOPS-LEFT-OPEN
              GO TO SCAN-STOP-ORDER-EXIT
           END-IF

           PERFORM LOOK-UP-FILL-FX-RATE
           IF FXR-BLOCKED
              ADD 1 TO RC-FX-RATE-HELD
              ADD 1 TO RC-STOPS-LEFT-OPEN
              DISPLAY 'ORDSCAN: stop for ' PENDORD-USERID(1:20)
                      ' held: ' FXR-REASON
              GO TO SCAN-STOP-ORDER-EXIT
           END-IF

           PERFORM PRICE-FILL-CHARGES
           PERFORM EXECUTE-QUALIFYING-ORDER
           IF EXECUTION-APPLIED
              PERFORM SETTLE-FILL-CASH
              ADD 1 TO RC-STOPS-TRIGGERED
              MOVE 'F' TO PENDORD-STATUS
              REWRITE PENDORD-RECORD
              MOVE 'OFIL' TO WS-NOTICE-EVENT
              PERFORM RAISE-ORDER-NOTICE
           ELSE
              ADD 1 TO RC-EXEC-FAILED
              ADD 1 TO RC-STOPS-LEFT-OPEN
           END-IF
           .
       SCAN-STOP-ORDER-EXIT.
           EXIT.

       RAISE-TRAILING-STOP SECTION.
           COMPUTE WS-HIGH-NUM =
               FUNCTION NUMVAL(PENDORD-HIGH-PRICE)
           IF PR-PRICE-NUM(PR-IX) IS NOT GREATER THAN WS-HIGH-NUM
              GO TO RAISE-TRAILING-STOP-EXIT
           END-IF
           MOVE PR-PRICE(PR-IX) TO PENDORD-HIGH-PRICE
           COMPUTE WS-STOP-NUM ROUNDED =
               PR-PRICE-NUM(PR-IX) * (100 - PENDORD-TRAIL-PCT) / 100
           IF WS-STOP-NUM IS GREATER THAN
                             FUNCTION NUMVAL(PENDORD-LIMIT-PRICE)
              MOVE WS-SN-INT TO WS-ST-INT
              MOVE WS-SN-DEC TO WS-ST-DEC
              MOVE WS-STOP-TEXT TO PENDORD-LIMIT-PRICE
              ADD 1 TO RC-STOPS-RAISED
           END-IF
           REWRITE PENDORD-RECORD
           IF NOT PENDORD-NORMAL
              DISPLAY 'ORDSCAN: PENDORD rewrite failed, status='
                      PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       RAISE-TRAILING-STOP-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-FILL-SUITABILITY - the customer's risk profile and the  *
      * company's volatility grade, judged by SUITABILITY-RULE.       *
      *****************************************************************
       CHECK-FILL-SUITABILITY SECTION.
           MOVE 0 TO SUIT-PROFILE
           MOVE 0 TO SUIT-GRADE
           MOVE PENDORD-USERID TO RISKPROF-USERID
           READ Risk-Profiles
           IF RISKPROF-NORMAL
              AND RISKPROF-GRADE-VALID
              MOVE RISKPROF-GRADE TO SUIT-PROFILE
           END-IF
           MOVE PENDORD-COMPANY TO VOLGRADE-COMPANY
           READ Volatility-Grades
           IF VOLGRADE-NORMAL
              MOVE VOLGRADE-GRADE TO SUIT-GRADE
           END-IF
           PERFORM SUITABILITY-RULE
           .
       CHECK-FILL-SUITABILITY-EXIT.
           EXIT.

      *****************************************************************
      * LOOK-UP-FILL-FX-RATE - the company's COMPCCY currency and the *
      * FXRATE rate for it, judged by FX-RATE-RULE.                   *
      *****************************************************************
       LOOK-UP-FILL-FX-RATE SECTION.
           MOVE WS-RUN-DATE TO FXR-RUN-DATE
           MOVE SPACES TO FXR-CURRENCY
           MOVE 'N' TO FXR-RATE-SW
           MOVE PENDORD-COMPANY TO COMPCCY-COMPANY
           READ Company-Currency
           IF COMPCCY-NORMAL
              MOVE COMPCCY-CURRENCY TO FXR-CURRENCY
           END-IF
           IF FXR-CURRENCY NOT = SPACES
              MOVE FXR-CURRENCY TO FXRATE-CURRENCY
              READ FX-Rates
              IF FXRATE-NORMAL
                 MOVE 'Y' TO FXR-RATE-SW
                 MOVE FXRATE-RATE TO FXR-FILE-RATE
                 MOVE FXRATE-RATE-DATE TO FXR-FILE-DATE
              END-IF
           END-IF
           PERFORM FX-RATE-RULE
           .
       LOOK-UP-FILL-FX-RATE-EXIT.
           EXIT.

       LOOK-UP-LATEST-PRICE SECTION.
           MOVE 'N' TO ORDER-PRICE-FOUND-SW
           IF PR-ENTRY-COUNT > 0
      * commission from the company's buy/sell rate, the cash a buy   *
      * needs (value plus commission), the proceeds a sell returns    *
      * (value less commission), and for a buy whether the customer's *
      * cash balance covers it. All in base currency, at the rate     *
      * LOOK-UP-FILL-FX-RATE found.                                   *
      *****************************************************************
       PRICE-FILL-CHARGES SECTION.
           MOVE PENDORD-COMPANY TO SSA-COMPANY-KEY
           END-IF
           COMPUTE WS-FILL-COMMISSION ROUNDED =
               PR-PRICE-NUM(PR-IX) * PENDORD-SHARES
               * FXR-TRADE-RATE * COMM-PCT / 100
           COMPUTE CASH-REQUIRED ROUNDED =
               PR-PRICE-NUM(PR-IX) * PENDORD-SHARES
               * FXR-TRADE-RATE + WS-FILL-COMMISSION
           COMPUTE CASH-PROCEEDS ROUNDED =
               PR-PRICE-NUM(PR-IX) * PENDORD-SHARES
               * FXR-TRADE-RATE - WS-FILL-COMMISSION

           MOVE 'Y' TO WS-FUNDS-OK-SW
           IF PENDORD-BUY
           MOVE PENDORD-SHARES TO TRDLEDGR-SHARES
           MOVE PR-PRICE(PR-IX) TO TRDLEDGR-PRICE
           MOVE WS-FILL-COMMISSION TO TRDLEDGR-COMMISSION
           MOVE FXR-CURRENCY TO TRDLEDGR-CURRENCY
           MOVE FXR-TRADE-RATE TO TRDLEDGR-FX-RATE
      * TRDSWEEP publishes scanner fills to the settlement queue
           MOVE 'N' TO TRDLEDGR-PUBLISHED
           MOVE SPACE TO TRDLEDGR-SETTLED
           .
       WRITE-FILL-LEDGER-RECORD-EXIT.
           EXIT.
      *****************************************************************
      * RAISE-ORDER-NOTICE - tells the customer their limit order     *
      * filled (at the execution price), expired unfilled or was      *
      * cancelled as unsuitable, or that their stop order triggered.  *
      *****************************************************************
       RAISE-ORDER-NOTICE SECTION.
           MOVE SPACES TO NOTIFY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIFY-TIMESTAMP
           MOVE 'ORDSCAN' TO NOTIFY-SOURCE
           MOVE WS-NOTICE-EVENT TO NOTIFY-EVENT
           MOVE 'T' TO NOTIFY-ID-TYPE
           MOVE PENDORD-USERID TO NOTIFY-CUSTOMER-ID
           IF PENDORD-BUY
              MOVE 'BUY ' TO WS-NOTICE-ACTION
           ELSE
              MOVE 'SELL' TO WS-NOTICE-ACTION
           END-IF
           IF NOTIFY-ORDER-FILLED AND PENDORD-STOP
              STRING 'STOP ORDER TRIGGERED: ' DELIMITED BY SIZE
                     WS-NOTICE-ACTION DELIMITED BY SPACE
                     ' ' PENDORD-SHARES ' ' DELIMITED BY SIZE
                     PENDORD-COMPANY DELIMITED BY '  '
                     ' AT ' PR-PRICE(PR-IX) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
              GO TO RAISE-ORDER-NOTICE-SEND
           END-IF
           IF NOTIFY-ORDER-REFUSED
              STRING 'ORDER CANCELLED, ABOVE RISK PROFILE: '
                     DELIMITED BY SIZE
                     WS-NOTICE-ACTION DELIMITED BY SPACE
                     ' ' PENDORD-SHARES ' ' DELIMITED BY SIZE
                     PENDORD-COMPANY DELIMITED BY '  '
                  INTO NOTIFY-TEXT
              GO TO RAISE-ORDER-NOTICE-SEND
           END-IF
           IF NOTIFY-ORDER-FILLED
              STRING 'LIMIT ORDER FILLED: ' DELIMITED BY SIZE
                     WS-NOTICE-ACTION DELIMITED BY SPACE
                     ' ' PENDORD-SHARES ' ' DELIMITED BY SIZE
                     PENDORD-COMPANY DELIMITED BY '  '
                     ' AT ' PR-PRICE(PR-IX) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           ELSE
              STRING 'LIMIT ORDER EXPIRED UNFILLED: '
                     DELIMITED BY SIZE
                     WS-NOTICE-ACTION DELIMITED BY SPACE
                     ' ' PENDORD-SHARES ' ' DELIMITED BY SIZE
                     PENDORD-COMPANY DELIMITED BY '  '
                     ' LIMIT ' PENDORD-LIMIT-PRICE DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-IF
           .
       RAISE-ORDER-NOTICE-SEND.
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       RAISE-ORDER-NOTICE-EXIT.
           EXIT.
      *****************************************************************
      * SUITABILITY-RULE - shared purchase suitability rule,          *
      * PERFORMed by CHECK-FILL-SUITABILITY.                          *
      *****************************************************************
       COPY SUITRULP.
      *****************************************************************
      * FX-RATE-RULE - shared trade-rate rule, PERFORMed by           *
      * LOOK-UP-FILL-FX-RATE.                                         *
      *****************************************************************
       COPY FXRULP.
