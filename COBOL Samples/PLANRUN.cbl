      * arithmetic and TRDLEDGR writing ORDSCAN's fills use, with
      * the usual funds check debiting CASHACCT and a CASHMOVE
      * record behind it. Plans with insufficient cash (or an amount
      * too small for one share) are skipped and reported, as are
      * plans the suitability rule TRADERBL applies refuses against
      * the customer's RISKPROF risk profile and the company's
      * VOLGRADE volatility grade; a plan buy it warns on goes ahead
      * with the warning on its report line. A plan in a
      * foreign-listed company (COMPCCY) buys at the price converted
      * to base currency at the day's FXRATE rate, recorded on the
      * ledger; with no rate dated today the plan is skipped rather
      * than bought at an old rate. Runs as a
      * BMP against the same customer and company PCBs TRADERBL
      * uses.

              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

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

           SELECT Report-Output ASSIGN TO PLANRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Risk-Profiles.
       COPY RISKPROF SUPPRESS.

       FD  Volatility-Grades.
       COPY VOLGRADE SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 TRDLEDGR-NORMAL          VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 RISKPROF-FILE-STATUS          PIC X(2).
           88 RISKPROF-NORMAL          VALUE '00'.
       01 VOLGRADE-FILE-STATUS          PIC X(2).
           88 VOLGRADE-NORMAL          VALUE '00'.
       COPY SUITRULE SUPPRESS.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       COPY FXRULE SUPPRESS.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
          05 RC-BUYS-EXECUTED           PIC 9(06) COMP VALUE 0.
          05 RC-SKIPPED-CASH            PIC 9(06) COMP VALUE 0.
          05 RC-SKIPPED-OTHER           PIC 9(06) COMP VALUE 0.
          05 RC-SKIPPED-SUITABILITY     PIC 9(06) COMP VALUE 0.
          05 RC-SUIT-WARNED             PIC 9(06) COMP VALUE 0.
          05 RC-SKIPPED-FX-RATE         PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(06) VALUE ' COST:'.
           05 PL-COST             PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-NOTE             PIC X(40).

       LINKAGE SECTION.

           OPEN I-O Cash-Account.
           OPEN EXTEND Cash-Movements.
           OPEN OUTPUT Report-Output.
           OPEN INPUT Risk-Profiles.
           OPEN INPUT Volatility-Grades.
           OPEN INPUT Company-Currency.
           OPEN INPUT FX-Rates.
           IF NOT TRDLEDGR-NORMAL OR NOT CASHACCT-NORMAL
              OR NOT CASHMOVE-NORMAL OR NOT REPORT-NORMAL
              DISPLAY 'PLANRUN: output open failed, TRDLEDGR='
           CLOSE Cash-Account.
           CLOSE Trade-Ledger.
           CLOSE Standing-Orders.
           CLOSE Risk-Profiles.
           CLOSE Volatility-Grades.
           CLOSE Company-Currency.
           CLOSE FX-Rates.

           DISPLAY '======================================'
           DISPLAY ' PLANRUN End-of-job reconciliation'
           DISPLAY '   Buys executed        : ' RC-BUYS-EXECUTED
           DISPLAY '   Skipped - cash       : ' RC-SKIPPED-CASH
           DISPLAY '   Skipped - other      : ' RC-SKIPPED-OTHER
           DISPLAY '   Skipped - unsuitable : '
                   RC-SKIPPED-SUITABILITY
           DISPLAY '   Executed w/warning   : ' RC-SUIT-WARNED
           DISPLAY '   Skipped - FX rate    : ' RC-SKIPPED-FX-RATE
           DISPLAY '======================================'
           GOBACK.

              PERFORM WRITE-PLAN-LINE
              GO TO EXECUTE-ONE-PLAN-EXIT
           END-IF

           PERFORM LOOK-UP-PLAN-FX-RATE
           IF FXR-BLOCKED
              ADD 1 TO RC-SKIPPED-FX-RATE
              MOVE 'SKIPPED  ' TO PL-ACTION
              MOVE FXR-REASON TO PL-NOTE
              PERFORM WRITE-PLAN-LINE
              GO TO EXECUTE-ONE-PLAN-EXIT
           END-IF

           PERFORM CHECK-PLAN-SUITABILITY
           IF SUIT-REFUSED
              ADD 1 TO RC-SKIPPED-SUITABILITY
              MOVE 'SKIPPED  ' TO PL-ACTION
              MOVE SUIT-REASON TO PL-NOTE
              PERFORM WRITE-PLAN-LINE
              GO TO EXECUTE-ONE-PLAN-EXIT
           END-IF
           COMPUTE WS-BUY-SHARES =
               STNDORD-AMOUNT / (WS-PRICE-NUM * FXR-TRADE-RATE)
           IF WS-BUY-SHARES = 0
              ADD 1 TO RC-SKIPPED-OTHER
              MOVE 'SKIPPED  ' TO PL-ACTION
              MOVE 0 TO COMM-PCT
           END-IF
           COMPUTE WS-COMMISSION ROUNDED =
               WS-PRICE-NUM * WS-BUY-SHARES * FXR-TRADE-RATE
               * COMM-PCT / 100
           COMPUTE CASH-REQUIRED ROUNDED =
               WS-PRICE-NUM * WS-BUY-SHARES * FXR-TRADE-RATE
               + WS-COMMISSION

           PERFORM READ-CASH-ACCOUNT
           IF CASHACCT-BALANCE IS LESS THAN CASH-REQUIRED
           PERFORM SETTLE-PLAN-CASH

           ADD 1 TO RC-BUYS-EXECUTED
           IF SUIT-WARNED
              ADD 1 TO RC-SUIT-WARNED
              MOVE SUIT-REASON TO PL-NOTE
           END-IF
           MOVE 'EXECUTED ' TO PL-ACTION
           MOVE WS-BUY-SHARES TO PL-SHARES
           MOVE CASH-REQUIRED TO PL-COST
       EXECUTE-ONE-PLAN-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-PLAN-SUITABILITY - the customer's risk profile and the  *
      * company's volatility grade, judged by SUITABILITY-RULE.       *
      *****************************************************************
       CHECK-PLAN-SUITABILITY SECTION.
           MOVE 0 TO SUIT-PROFILE
           MOVE 0 TO SUIT-GRADE
           MOVE STNDORD-USERID TO RISKPROF-USERID
           READ Risk-Profiles
           IF RISKPROF-NORMAL
              AND RISKPROF-GRADE-VALID
              MOVE RISKPROF-GRADE TO SUIT-PROFILE
           END-IF
           MOVE STNDORD-COMPANY TO VOLGRADE-COMPANY
           READ Volatility-Grades
           IF VOLGRADE-NORMAL
              MOVE VOLGRADE-GRADE TO SUIT-GRADE
           END-IF
           PERFORM SUITABILITY-RULE
           .
       CHECK-PLAN-SUITABILITY-EXIT.
           EXIT.

      *****************************************************************
      * LOOK-UP-PLAN-FX-RATE - the company's COMPCCY currency and the *
      * FXRATE rate for it, judged by FX-RATE-RULE.                   *
      *****************************************************************
       LOOK-UP-PLAN-FX-RATE SECTION.
           MOVE WS-RUN-DATE TO FXR-RUN-DATE
           MOVE SPACES TO FXR-CURRENCY
           MOVE 'N' TO FXR-RATE-SW
           MOVE STNDORD-COMPANY TO COMPCCY-COMPANY
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
       LOOK-UP-PLAN-FX-RATE-EXIT.
           EXIT.

      *****************************************************************
      * APPLY-PLAN-POSITION - the fill joins the customer's CUSTSEG   *
      * position exactly as ORDSCAN's buy fills do, creating the      *
           MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO
                TRDLEDGR-PRICE
           MOVE WS-COMMISSION TO TRDLEDGR-COMMISSION
           MOVE FXR-CURRENCY TO TRDLEDGR-CURRENCY
           MOVE FXR-TRADE-RATE TO TRDLEDGR-FX-RATE
      * TRDSWEEP publishes plan buys to the settlement queue
           MOVE 'N' TO TRDLEDGR-PUBLISHED
           MOVE SPACE TO TRDLEDGR-SETTLED
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *****************************************************************
      * SUITABILITY-RULE - shared purchase suitability rule,          *
      * PERFORMed by CHECK-PLAN-SUITABILITY.                          *
      *****************************************************************
       COPY SUITRULP.
      *****************************************************************
      * FX-RATE-RULE - shared trade-rate rule, PERFORMed by           *
      * LOOK-UP-PLAN-FX-RATE.                                         *
      *****************************************************************
       COPY FXRULP.
