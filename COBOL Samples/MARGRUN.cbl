       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. MARGRUN.
      * Nightly margin run: for every MARGACCT facility the
      * customer's CUSTSEG holdings are valued at the closing prices
      * PORTVAL uses (the newest COMPROLL daily, overlaid by any raw
      * COMPHIST quote still inside the grace window) and at each
      * company's MARGLTV lending percentage. The day's interest on
      * a debit cash balance is charged at the facility's annual
      * rate over 365 as a CASHMOVE movement typed 'M' through the
      * usual movement accounting. Equity (market value plus the
      * cash balance) below the facility's maintenance percentage of
      * the market value raises a margin call, which the customer is
      * told of through NOTIFPUT; a call still short after the
      * allowed days (RUNPARM MARGCALLDAYS, else the MARGCALLDAYS
      * variable, default 3 calendar days) puts the account on the
      * MARGSALE forced-sale list for the desk, with the proceeds
      * needed to restore the maintenance level and the holdings to
      * raise them from. Runs as a BMP against the customer database
      * PCB. A facility already run today is not charged again, so
      * the step can simply be rerun after a failure; its margin
      * call is still evaluated and listed, so the rerun's MARGRPT
      * and MARGSALE are complete. A foreign-listed company's price
      * (COMPCCY) is converted to base currency at the latest FXRATE
      * rate, as PORTVAL does; a holding whose currency has no rate
      * is left out of the margin arithmetic and listed on MARGRPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Company-History ASSIGN TO COMPHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COMPHIST-FILE-STATUS.

           SELECT Daily-History ASSIGN TO COMPDLY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COMPDLY-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT FX-Rates ASSIGN TO FXRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FXRATE-KEY OF FXRATE-RECORD
              FILE STATUS IS FXRATE-FILE-STATUS.

           SELECT Margin-Accounts ASSIGN TO MARGACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MARGACCT-KEY OF MARGACCT-RECORD
              FILE STATUS IS MARGACCT-FILE-STATUS.

           SELECT Margin-Ltv ASSIGN TO MARGLTV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MARGLTV-KEY OF MARGLTV-RECORD
              FILE STATUS IS MARGLTV-FILE-STATUS.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-FILE-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Report-Output ASSIGN TO MARGRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Sale-List ASSIGN TO MARGSALE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MARGSALE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Company-History.
       COPY COMPHIST SUPPRESS.

       FD  Daily-History.
       COPY COMPDLY SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Margin-Accounts.
       COPY MARGACCT SUPPRESS.

       FD  Margin-Ltv.
       COPY MARGLTV SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Sale-List
           RECORD CONTAINS 132 CHARACTERS.
       01  SALE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 COMPHIST-FILE-STATUS          PIC X(2).
           88 COMPHIST-NORMAL          VALUE '00'.
       01 COMPDLY-FILE-STATUS           PIC X(2).
           88 COMPDLY-NORMAL           VALUE '00'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       01 MARGACCT-FILE-STATUS          PIC X(2).
           88 MARGACCT-NORMAL          VALUE '00'.
       01 MARGLTV-FILE-STATUS           PIC X(2).
           88 MARGLTV-NORMAL           VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 MARGSALE-STATUS               PIC X(2).
           88 MARGSALE-NORMAL          VALUE '00'.
       01 COMPHIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 COMPHIST-EOF             VALUE 'Y'.
       01 COMPDLY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPDLY-EOF              VALUE 'Y'.
       01 CUSTSEG-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 CUSTSEG-EOF              VALUE 'Y'.
       01 MARGACCT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 MARGACCT-EOF             VALUE 'Y'.
       01 COMPCCY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPCCY-EOF              VALUE 'Y'.
       01 FACILITY-RERUN-SW             PIC X(01) VALUE 'N'.
           88 FACILITY-RERUN           VALUE 'Y'.
       01 CASH-ACCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88 CASH-ACCT-ON-FILE        VALUE 'Y'.

      * DL/I FUNCTION CODES

       77  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.
       77  GET-NEXT        PIC  X(4)  VALUE 'GN  '.

      * DL/I CALL STATUS CODE

       77  NORMAL          PIC  X(2)  VALUE '  '.
       77  END-OF-DATABASE PIC  X(2)  VALUE 'GB'.

       01 WS-RUN-DATE                   PIC 9(08).
       01 WS-RUN-TIME                   PIC 9(06).
       01 TIMESTAMP                     PIC 9(14).
       01 WS-CALL-DAYS                  PIC 9(03) VALUE 3.
       01 WS-CALL-DAYS-ENV              PIC X(08) VALUE SPACES.
       01 WS-CALL-AGE                   PIC S9(08) COMP.
       01 WS-CALL-DUE-DATE              PIC 9(08).

       COPY RUNPLOOK.

      * Closing price per company: dailies first (oldest history),
      * then raw quotes overlay, so each slot ends holding the
      * newest price known. A foreign-listed company's slot then
      * takes the rate that converts its price to base currency.
       01 PRICE-TABLE.
          05 PR-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 PR-ENTRY OCCURS 200 TIMES INDEXED BY PR-IX.
             10 PR-COMPANY              PIC X(20).
             10 PR-PRICE-NUM            PIC 9(07)V99 COMP-3.
             10 PR-FX-RATE              PIC 9(04)V9(06) COMP-3.
             10 PR-CURRENCY             PIC X(03).
             10 PR-FX-SW                PIC X(01).
                88 PR-FX-FOREIGN       VALUE 'F' 'S'.
                88 PR-FX-MISSING       VALUE 'M'.
                88 PR-FX-STALE         VALUE 'S'.
       01 PRICE-FOUND-SW                PIC X(01) VALUE 'N'.
           88 PRICE-ON-TABLE           VALUE 'Y'.
       01 WS-PRICE-COMPANY              PIC X(20).
       01 WS-PRICE-VALUE                PIC X(08).

      * The holdings of the customer currently being valued as
      * CUSTSEGs stream past in key order (customer, then company),
      * kept for the forced-sale list.
       01 WS-CURRENT-USERID             PIC X(60) VALUE LOW-VALUES.
       01 HOLDING-TABLE.
          05 HD-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 HD-ENTRY OCCURS 100 TIMES INDEXED BY HD-IX.
             10 HD-COMPANY              PIC X(20).
             10 HD-SHARES               PIC 9(04).
             10 HD-PRICE                PIC 9(07)V99 COMP-3.
             10 HD-VALUE                PIC 9(11)V99 COMP-3.
             10 HD-LTV                  PIC 9(03)V99.

      * The margin arithmetic for one facility.
       01 MARGIN-FIELDS.
          05 MG-MARKET-VALUE            PIC 9(11)V99 COMP-3 VALUE 0.
          05 MG-LENDING-VALUE           PIC 9(11)V99 COMP-3 VALUE 0.
          05 MG-HOLDING-VALUE           PIC 9(11)V99 COMP-3.
          05 MG-BALANCE                 PIC S9(11)V99 COMP-3.
          05 MG-DEBIT                   PIC 9(11)V99 COMP-3.
          05 MG-INTEREST                PIC 9(09)V99 COMP-3.
          05 MG-EQUITY                  PIC S9(11)V99 COMP-3.
          05 MG-REQUIRED                PIC 9(11)V99 COMP-3.
          05 MG-SHORTFALL               PIC 9(11)V99 COMP-3.
          05 MG-TO-RAISE                PIC 9(11)V99 COMP-3.
          05 MG-ACTION                  PIC X(24).

       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.
       01 WS-NOTICE-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

      * CUSTSEG I/O area, same shape TRADERBL reads

       01 CUSTOMER-IO-BUFFER.
          03 KEYREC.
             05 CUSTOMER               PIC X(60).
             05 KEYREC-DOT             PIC X(01).
             05 COMPANY                PIC X(20).
          03 CONVERT1.
             05 NO-SHARES              PIC X(04).
          03 CONVERT2 REDEFINES CONVERT1.
             05 DEC-NO-SHARES          PIC 9(04).
          03 BUY-FROM                  PIC X(08).
          03 BUY-FROM-NO               PIC X(04).
          03 BUY-TO                    PIC X(08).
          03 BUY-TO-NO                 PIC X(04).
          03 SELL-FROM                 PIC X(08).
          03 SELL-FROM-NO              PIC X(04).
          03 SELL-TO                   PIC X(08).
          03 SELL-TO-NO                PIC X(04).
          03 ALARM-PERCENT             PIC X(03).

       01 RECONCILIATION-COUNTS.
          05 RC-SEGMENTS-READ           PIC 9(08) COMP VALUE 0.
          05 RC-FACILITIES-RUN          PIC 9(06) COMP VALUE 0.
          05 RC-ALREADY-RUN             PIC 9(06) COMP VALUE 0.
          05 RC-NO-PRICE                PIC 9(08) COMP VALUE 0.
          05 RC-FOREIGN-VALUED          PIC 9(08) COMP VALUE 0.
          05 RC-STALE-FX-RATE           PIC 9(08) COMP VALUE 0.
          05 RC-NO-FX-RATE              PIC 9(08) COMP VALUE 0.
          05 RC-HOLDINGS-NOT-LISTED     PIC 9(06) COMP VALUE 0.
          05 RC-INTEREST-CHARGES        PIC 9(06) COMP VALUE 0.
          05 RC-TOTAL-INTEREST          PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-CALLS-ISSUED            PIC 9(06) COMP VALUE 0.
          05 RC-CALLS-OUTSTANDING       PIC 9(06) COMP VALUE 0.
          05 RC-CALLS-MET               PIC 9(06) COMP VALUE 0.
          05 RC-FORCED-SALES            PIC 9(06) COMP VALUE 0.
          05 RC-NOTICES-RAISED          PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(30) VALUE
              'MARGIN ACCOUNT RUN -          '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(22) VALUE
              '   CALL PERIOD (DAYS) '.
           05 RT-CALL-DAYS        PIC ZZ9.

       01 WS-ACCOUNT-HEADING.
           05 FILLER              PIC X(31) VALUE 'USERID'.
           05 FILLER              PIC X(17) VALUE '    MARKET VALUE'.
           05 FILLER              PIC X(17) VALUE '    DEBIT BALANCE'.
           05 FILLER              PIC X(18) VALUE '           EQUITY'.
           05 FILLER              PIC X(17) VALUE '      REQUIRED'.
           05 FILLER              PIC X(11) VALUE '  INTEREST'.
           05 FILLER              PIC X(10) VALUE '  ACTION'.

       01 WS-ACCOUNT-LINE.
           05 AL-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-MARKET-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-DEBIT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-EQUITY           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-REQUIRED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AL-INTEREST         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 AL-ACTION           PIC X(24).

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(25) VALUE
              'TOTAL MARGIN INTEREST:   '.
           05 TL-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(14) VALUE '  CHARGES:    '.
           05 TL-CHARGES          PIC ZZZ,ZZ9.

       01 WS-FX-WARNING-LINE.
           05 FILLER              PIC X(17) VALUE
              'FX RATE WARNING: '.
           05 FW-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FW-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FW-NOTE             PIC X(50).

       01 WS-NOT-VALUED-LINE.
           05 FILLER              PIC X(20) VALUE
              'HOLDING NOT VALUED: '.
           05 NV-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 NV-COMPANY          PIC X(20).
           05 FILLER              PIC X(09) VALUE ' SHARES: '.
           05 NV-SHARES           PIC Z,ZZ9.
           05 FILLER              PIC X(15) VALUE
              '  NO RATE FOR  '.
           05 NV-CURRENCY         PIC X(03).

       01 WS-SALE-TITLE.
           05 FILLER              PIC X(30) VALUE
              'MARGIN FORCED-SALE LIST -     '.
           05 ST-RUN-DATE         PIC 9(08).

       01 WS-SALE-ACCOUNT-LINE.
           05 SA-USERID           PIC X(30).
           05 FILLER              PIC X(12) VALUE '  CALL DATE '.
           05 SA-CALL-DATE        PIC 9(08).
           05 FILLER              PIC X(12) VALUE '  SHORTFALL '.
           05 SA-SHORTFALL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(20) VALUE
              '  SELL TO RAISE AT L'.
           05 FILLER              PIC X(06) VALUE 'EAST  '.
           05 SA-TO-RAISE         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-SALE-HOLDING-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SH-COMPANY          PIC X(20).
           05 FILLER              PIC X(09) VALUE ' SHARES: '.
           05 SH-SHARES           PIC Z,ZZ9.
           05 FILLER              PIC X(09) VALUE '  PRICE: '.
           05 SH-PRICE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09) VALUE '  VALUE: '.
           05 SH-VALUE            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(08) VALUE '  LTV: '.
           05 SH-LTV              PIC ZZ9.99.

       LINKAGE SECTION.

       01  DBPCB-CUST.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DB-CUST-STATUS  PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

       PROCEDURE DIVISION USING DBPCB-CUST.

       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM LOOK-UP-CALL-DAYS.

           PERFORM LOAD-CLOSING-PRICES.

           OPEN I-O Margin-Accounts.
           IF NOT MARGACCT-NORMAL
              DISPLAY 'MARGRUN: unable to open MARGACCT, status='
                      MARGACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT Margin-Ltv.
           IF NOT MARGLTV-NORMAL
              DISPLAY 'MARGRUN: unable to open MARGLTV, status='
                      MARGLTV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Margin-Accounts
              GOBACK
           END-IF.
           OPEN I-O Cash-Account.
           IF NOT CASHACCT-NORMAL
              DISPLAY 'MARGRUN: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Margin-Accounts
              CLOSE Margin-Ltv
              GOBACK
           END-IF.
           OPEN EXTEND Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'MARGRUN: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Margin-Accounts
              CLOSE Margin-Ltv
              CLOSE Cash-Account
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'MARGRUN: unable to open MARGRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Margin-Accounts
              CLOSE Margin-Ltv
              CLOSE Cash-Account
              CLOSE Cash-Movements
              GOBACK
           END-IF.
           OPEN OUTPUT Sale-List.
           IF NOT MARGSALE-NORMAL
              DISPLAY 'MARGRUN: unable to open MARGSALE, status='
                      MARGSALE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Margin-Accounts
              CLOSE Margin-Ltv
              CLOSE Cash-Account
              CLOSE Cash-Movements
              CLOSE Report-Output
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM LOAD-COMPANY-CURRENCIES.

      * Walk the whole customer database in key order: an
      * unqualified GU positions at the first CUSTSEG and GN streams
      * the rest, grouped by customer.
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER.
           IF DB-CUST-STATUS NOT = NORMAL
              MOVE 'Y' TO CUSTSEG-EOF-SWITCH
           END-IF.
           PERFORM VALUE-ONE-SEGMENT
               UNTIL CUSTSEG-EOF.
           IF WS-CURRENT-USERID NOT = LOW-VALUES
              PERFORM FINISH-ONE-CUSTOMER
           END-IF.

      * Facilities whose customer holds nothing at all never came
      * past in the walk; a debit balance there is all shortfall.
           MOVE 0 TO HD-ENTRY-COUNT.
           MOVE LOW-VALUES TO MARGACCT-KEY.
           START Margin-Accounts KEY IS NOT LESS THAN
                 MARGACCT-KEY OF MARGACCT-RECORD
              INVALID KEY
                 MOVE 'Y' TO MARGACCT-EOF-SWITCH
           END-START.
           PERFORM SWEEP-ONE-FACILITY
               UNTIL MARGACCT-EOF.

           PERFORM WRITE-SUMMARY.

           MOVE 'E' TO NOTIFPRM-FUNCTION.
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD.

           CLOSE Sale-List.
           CLOSE Report-Output.
           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Margin-Ltv.
           CLOSE Margin-Accounts.

           IF RC-FORCED-SALES > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * LOOK-UP-CALL-DAYS - how many days a margin call is given      *
      * before the account goes on the forced-sale list.              *
      *****************************************************************
       LOOK-UP-CALL-DAYS SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'MARGRUN' TO RUNPLOOK-PROGRAM.
           MOVE 'MARGCALLDAYS' TO RUNPLOOK-NAME.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-CALL-DAYS-ENV
           ELSE
              DISPLAY 'MARGCALLDAYS' UPON ENVIRONMENT-NAME
              ACCEPT WS-CALL-DAYS-ENV FROM ENVIRONMENT-VALUE
           END-IF.
           MOVE 'E' TO RUNPLOOK-FUNCTION.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF WS-CALL-DAYS-ENV(1:3) IS NUMERIC
              MOVE WS-CALL-DAYS-ENV(1:3) TO WS-CALL-DAYS
           END-IF.
       LOOK-UP-CALL-DAYS-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-CLOSING-PRICES - dailies first, then raw quotes overlay, *
      * leaving the newest known price per company.                   *
      *****************************************************************
       LOAD-CLOSING-PRICES SECTION.
           OPEN INPUT Daily-History.
           IF COMPDLY-NORMAL
              PERFORM LOAD-ONE-DAILY-PRICE
                  UNTIL COMPDLY-EOF
              CLOSE Daily-History
           END-IF.
           OPEN INPUT Company-History.
           IF COMPHIST-NORMAL
              PERFORM LOAD-ONE-RAW-PRICE
                  UNTIL COMPHIST-EOF
              CLOSE Company-History
           END-IF.
       LOAD-CLOSING-PRICES-EXIT.
           EXIT.

       LOAD-ONE-DAILY-PRICE SECTION.
           READ Daily-History
              AT END
                 MOVE 'Y' TO COMPDLY-EOF-SWITCH
           END-READ
           IF NOT COMPDLY-EOF
              MOVE COMPDLY-COMPANY TO WS-PRICE-COMPANY
              MOVE COMPDLY-CLOSE TO WS-PRICE-VALUE
              PERFORM STORE-LATEST-PRICE
           END-IF
           .
       LOAD-ONE-DAILY-PRICE-EXIT.
           EXIT.

       LOAD-ONE-RAW-PRICE SECTION.
           READ Company-History
              AT END
                 MOVE 'Y' TO COMPHIST-EOF-SWITCH
           END-READ
           IF NOT COMPHIST-EOF
              MOVE COMPHIST-COMPANY TO WS-PRICE-COMPANY
              MOVE COMPHIST-PRICE TO WS-PRICE-VALUE
              PERFORM STORE-LATEST-PRICE
           END-IF
           .
       LOAD-ONE-RAW-PRICE-EXIT.
           EXIT.

       STORE-LATEST-PRICE SECTION.
           MOVE 'N' TO PRICE-FOUND-SW
           IF PR-ENTRY-COUNT > 0
              SET PR-IX TO 1
              SEARCH PR-ENTRY
                 WHEN PR-IX > PR-ENTRY-COUNT
                    CONTINUE
                 WHEN PR-COMPANY(PR-IX) = WS-PRICE-COMPANY
                    MOVE 'Y' TO PRICE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT PRICE-ON-TABLE
              IF PR-ENTRY-COUNT = 200
                 GO TO STORE-LATEST-PRICE-EXIT
              END-IF
              ADD 1 TO PR-ENTRY-COUNT
              SET PR-IX TO PR-ENTRY-COUNT
              MOVE WS-PRICE-COMPANY TO PR-COMPANY(PR-IX)
              MOVE 1 TO PR-FX-RATE(PR-IX)
              MOVE SPACES TO PR-CURRENCY(PR-IX)
              MOVE SPACE TO PR-FX-SW(PR-IX)
           END-IF
           COMPUTE PR-PRICE-NUM(PR-IX) =
               FUNCTION NUMVAL(WS-PRICE-VALUE)
           .
       STORE-LATEST-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-COMPANY-CURRENCIES - every foreign-listed company on     *
      * COMPCCY with a price on the table takes the latest FXRATE     *
      * rate for its currency, as PORTVAL does: a rate from an        *
      * earlier day still values the holding but the report says so; *
      * with no rate at all the holding cannot be valued. No COMPCCY  *
      * file means every company is in base currency.                 *
      *****************************************************************
       LOAD-COMPANY-CURRENCIES SECTION.
           OPEN INPUT Company-Currency.
           IF NOT COMPCCY-NORMAL
              GO TO LOAD-COMPANY-CURRENCIES-EXIT
           END-IF.
           OPEN INPUT FX-Rates.
           PERFORM LOAD-ONE-COMPANY-CURRENCY
               UNTIL COMPCCY-EOF.
           CLOSE FX-Rates.
           CLOSE Company-Currency.
       LOAD-COMPANY-CURRENCIES-EXIT.
           EXIT.

       LOAD-ONE-COMPANY-CURRENCY SECTION.
           READ Company-Currency NEXT RECORD
              AT END
                 MOVE 'Y' TO COMPCCY-EOF-SWITCH
           END-READ
           IF COMPCCY-EOF
              OR COMPCCY-CURRENCY = SPACES
              OR PR-ENTRY-COUNT = 0
              GO TO LOAD-ONE-COMPANY-CURRENCY-EXIT
           END-IF
           SET PR-IX TO 1
           SEARCH PR-ENTRY
              WHEN PR-IX > PR-ENTRY-COUNT
                 GO TO LOAD-ONE-COMPANY-CURRENCY-EXIT
              WHEN PR-COMPANY(PR-IX) = COMPCCY-COMPANY
                 CONTINUE
           END-SEARCH

           MOVE COMPCCY-CURRENCY TO PR-CURRENCY(PR-IX)
           MOVE COMPCCY-COMPANY TO FW-COMPANY
           MOVE COMPCCY-CURRENCY TO FW-CURRENCY
           MOVE COMPCCY-CURRENCY TO FXRATE-CURRENCY
           READ FX-Rates
           IF NOT FXRATE-NORMAL
              OR FXRATE-RATE IS NOT NUMERIC
              OR FXRATE-RATE = 0
              MOVE 'M' TO PR-FX-SW(PR-IX)
              MOVE 'NO RATE ON FXRATE - HOLDINGS NOT VALUED'
                  TO FW-NOTE
              PERFORM WRITE-FX-WARNING-LINE
              GO TO LOAD-ONE-COMPANY-CURRENCY-EXIT
           END-IF
           MOVE FXRATE-RATE TO PR-FX-RATE(PR-IX)
           MOVE 'F' TO PR-FX-SW(PR-IX)
           IF FXRATE-RATE-DATE NOT = WS-RUN-DATE
              MOVE 'S' TO PR-FX-SW(PR-IX)
              MOVE SPACES TO FW-NOTE
              STRING 'VALUED AT THE RATE DATED ' FXRATE-RATE-DATE
                     DELIMITED BY SIZE INTO FW-NOTE
              PERFORM WRITE-FX-WARNING-LINE
           END-IF
           .
       LOAD-ONE-COMPANY-CURRENCY-EXIT.
           EXIT.

       WRITE-FX-WARNING-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FX-WARNING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-FX-WARNING-LINE-EXIT.
           EXIT.
      *****************************************************************
      * VALUE-ONE-SEGMENT - prices one holding, at market and at its  *
      * lending percentage, into the running customer totals,         *
      * breaking on a new customer.                                   *
      *****************************************************************
       VALUE-ONE-SEGMENT SECTION.
           ADD 1 TO RC-SEGMENTS-READ

           IF CUSTOMER OF CUSTOMER-IO-BUFFER NOT =
                                        WS-CURRENT-USERID
              IF WS-CURRENT-USERID NOT = LOW-VALUES
                 PERFORM FINISH-ONE-CUSTOMER
              END-IF
              MOVE CUSTOMER OF CUSTOMER-IO-BUFFER TO
                   WS-CURRENT-USERID
              MOVE 0 TO MG-MARKET-VALUE
              MOVE 0 TO MG-LENDING-VALUE
              MOVE 0 TO HD-ENTRY-COUNT
           END-IF

           MOVE 'N' TO PRICE-FOUND-SW
           IF PR-ENTRY-COUNT > 0
              SET PR-IX TO 1
              SEARCH PR-ENTRY
                 WHEN PR-IX > PR-ENTRY-COUNT
                    CONTINUE
                 WHEN PR-COMPANY(PR-IX) =
                          COMPANY OF CUSTOMER-IO-BUFFER
                    MOVE 'Y' TO PRICE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT PRICE-ON-TABLE
              ADD 1 TO RC-NO-PRICE
              GO TO VALUE-ONE-SEGMENT-NEXT
           END-IF
           IF PR-FX-MISSING(PR-IX)
              ADD 1 TO RC-NO-FX-RATE
              PERFORM REPORT-HOLDING-NOT-VALUED
              GO TO VALUE-ONE-SEGMENT-NEXT
           END-IF
           IF PR-FX-FOREIGN(PR-IX)
              ADD 1 TO RC-FOREIGN-VALUED
           END-IF
           IF PR-FX-STALE(PR-IX)
              ADD 1 TO RC-STALE-FX-RATE
           END-IF

           COMPUTE MG-HOLDING-VALUE ROUNDED =
               PR-PRICE-NUM(PR-IX) * DEC-NO-SHARES
               * PR-FX-RATE(PR-IX)
           ADD MG-HOLDING-VALUE TO MG-MARKET-VALUE
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO MARGLTV-COMPANY
           READ Margin-Ltv
           IF NOT MARGLTV-NORMAL
              MOVE 0 TO MARGLTV-PERCENT
           END-IF
           COMPUTE MG-LENDING-VALUE = MG-LENDING-VALUE
               + MG-HOLDING-VALUE * MARGLTV-PERCENT / 100

           IF HD-ENTRY-COUNT < 100
              ADD 1 TO HD-ENTRY-COUNT
              SET HD-IX TO HD-ENTRY-COUNT
              MOVE COMPANY OF CUSTOMER-IO-BUFFER TO HD-COMPANY(HD-IX)
              MOVE DEC-NO-SHARES TO HD-SHARES(HD-IX)
              COMPUTE HD-PRICE(HD-IX) ROUNDED =
                  PR-PRICE-NUM(PR-IX) * PR-FX-RATE(PR-IX)
              MOVE MG-HOLDING-VALUE TO HD-VALUE(HD-IX)
              MOVE MARGLTV-PERCENT TO HD-LTV(HD-IX)
           ELSE
              ADD 1 TO RC-HOLDINGS-NOT-LISTED
           END-IF
           .
       VALUE-ONE-SEGMENT-NEXT.
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB-CUST,
               CUSTOMER-IO-BUFFER
           IF DB-CUST-STATUS NOT = NORMAL
              MOVE 'Y' TO CUSTSEG-EOF-SWITCH
           END-IF
           .
       VALUE-ONE-SEGMENT-EXIT.
           EXIT.

       REPORT-HOLDING-NOT-VALUED SECTION.
           MOVE CUSTOMER OF CUSTOMER-IO-BUFFER TO NV-USERID
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO NV-COMPANY
           MOVE DEC-NO-SHARES TO NV-SHARES
           MOVE PR-CURRENCY(PR-IX) TO NV-CURRENCY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NOT-VALUED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       REPORT-HOLDING-NOT-VALUED-EXIT.
           EXIT.
      *****************************************************************
      * FINISH-ONE-CUSTOMER - a customer with a margin facility is    *
      * run against the holdings just valued; everyone else has no    *
      * margin business.                                              *
      *****************************************************************
       FINISH-ONE-CUSTOMER SECTION.
           MOVE WS-CURRENT-USERID TO MARGACCT-USERID
           READ Margin-Accounts KEY IS MARGACCT-KEY OF MARGACCT-RECORD
           IF MARGACCT-NORMAL
              PERFORM RUN-ONE-FACILITY
           END-IF
           .
       FINISH-ONE-CUSTOMER-EXIT.
           EXIT.

      *****************************************************************
      * SWEEP-ONE-FACILITY - any facility the walk did not reach,     *
      * run with no holdings. A facility the walk ran carries this    *
      * run's date and time.                                          *
      *****************************************************************
       SWEEP-ONE-FACILITY SECTION.
           READ Margin-Accounts NEXT RECORD
           IF NOT MARGACCT-NORMAL
              MOVE 'Y' TO MARGACCT-EOF-SWITCH
              GO TO SWEEP-ONE-FACILITY-EXIT
           END-IF
           IF MARGACCT-RUN-DATE NOT = WS-RUN-DATE
              OR MARGACCT-RUN-TIME NOT = WS-RUN-TIME
              MOVE 0 TO MG-MARKET-VALUE
              MOVE 0 TO MG-LENDING-VALUE
              PERFORM RUN-ONE-FACILITY
           END-IF
           .
       SWEEP-ONE-FACILITY-EXIT.
           EXIT.

      *****************************************************************
      * RUN-ONE-FACILITY - the day's interest, the equity test and    *
      * the margin call for the facility in MARGACCT-RECORD, whose    *
      * holdings are in MG-MARKET-VALUE, MG-LENDING-VALUE and the     *
      * holding table. A facility already run today has had its     *
      * interest, so a rerun only evaluates and lists the call.       *
      *****************************************************************
       RUN-ONE-FACILITY SECTION.
           IF MARGACCT-RUN-DATE = WS-RUN-DATE
              MOVE 'Y' TO FACILITY-RERUN-SW
              ADD 1 TO RC-ALREADY-RUN
           ELSE
              MOVE 'N' TO FACILITY-RERUN-SW
              ADD 1 TO RC-FACILITIES-RUN
           END-IF

           MOVE MARGACCT-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF CASHACCT-RECORD
           IF CASHACCT-NORMAL
              MOVE 'Y' TO CASH-ACCT-FOUND-SW
              MOVE CASHACCT-BALANCE TO MG-BALANCE
           ELSE
              MOVE 'N' TO CASH-ACCT-FOUND-SW
              MOVE 0 TO MG-BALANCE
           END-IF

           MOVE 0 TO MG-INTEREST
           IF MG-BALANCE < 0
              COMPUTE MG-DEBIT = 0 - MG-BALANCE
              IF NOT FACILITY-RERUN
                 COMPUTE MG-INTEREST ROUNDED =
                     MG-DEBIT * MARGACCT-RATE / 100 / 365
              END-IF
           ELSE
              MOVE 0 TO MG-DEBIT
           END-IF
           IF MG-INTEREST > 0
              AND CASH-ACCT-ON-FILE
              PERFORM CHARGE-MARGIN-INTEREST
           END-IF

           COMPUTE MG-EQUITY = MG-MARKET-VALUE + MG-BALANCE
           COMPUTE MG-REQUIRED ROUNDED =
               MG-MARKET-VALUE * MARGACCT-MAINT-PCT / 100
           MOVE SPACES TO MG-ACTION

           EVALUATE TRUE
               WHEN MG-DEBIT > 0
                AND MG-EQUITY < MG-REQUIRED
                   COMPUTE MG-SHORTFALL = MG-REQUIRED - MG-EQUITY
                   PERFORM RAISE-OR-PURSUE-CALL
               WHEN MARGACCT-CALL-DATE NOT = 0
                   MOVE 0 TO MARGACCT-CALL-DATE
                   MOVE 0 TO MARGACCT-CALL-AMOUNT
                   MOVE 'CALL MET' TO MG-ACTION
                   ADD 1 TO RC-CALLS-MET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-RUN-DATE TO MARGACCT-RUN-DATE
           MOVE WS-RUN-TIME TO MARGACCT-RUN-TIME
           MOVE MG-MARKET-VALUE TO MARGACCT-MARKET-VALUE
           MOVE MG-LENDING-VALUE TO MARGACCT-LENDING-VALUE
           MOVE MG-EQUITY TO MARGACCT-EQUITY
           REWRITE MARGACCT-RECORD
           IF NOT MARGACCT-NORMAL
              DISPLAY 'MARGRUN: MARGACCT rewrite failed, status='
                      MARGACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE MARGACCT-USERID TO AL-USERID
           MOVE MG-MARKET-VALUE TO AL-MARKET-VALUE
           MOVE MG-DEBIT TO AL-DEBIT
           MOVE MG-EQUITY TO AL-EQUITY
           MOVE MG-REQUIRED TO AL-REQUIRED
           MOVE MG-INTEREST TO AL-INTEREST
           MOVE MG-ACTION TO AL-ACTION
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       RUN-ONE-FACILITY-EXIT.
           EXIT.

      *****************************************************************
      * CHARGE-MARGIN-INTEREST - the day's interest debited to the    *
      * cash account and recorded as an 'M' movement.                 *
      *****************************************************************
       CHARGE-MARGIN-INTEREST SECTION.
           SUBTRACT MG-INTEREST FROM CASHACCT-BALANCE
           REWRITE CASHACCT-RECORD
           IF NOT CASHACCT-NORMAL
              DISPLAY 'MARGRUN: CASHACCT rewrite failed, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 0 TO MG-INTEREST
              GO TO CHARGE-MARGIN-INTEREST-EXIT
           END-IF
           MOVE CASHACCT-BALANCE TO MG-BALANCE

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE 'M' TO CASHMOVE-TYPE
           MOVE MG-INTEREST TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE SPACES TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'MARGRUN: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF

           ADD 1 TO RC-INTEREST-CHARGES
           ADD MG-INTEREST TO RC-TOTAL-INTEREST
           COMPUTE MG-DEBIT = 0 - MG-BALANCE
           .
       CHARGE-MARGIN-INTEREST-EXIT.
           EXIT.

      *****************************************************************
      * RAISE-OR-PURSUE-CALL - a new call is dated today and the      *
      * customer told; an open call is kept at today's shortfall and, *
      * once older than the call period, listed for forced sale. A    *
      * call issued earlier today is a rerun and is not told again.   *
      *****************************************************************
       RAISE-OR-PURSUE-CALL SECTION.
           MOVE MG-SHORTFALL TO MARGACCT-CALL-AMOUNT
           IF MARGACCT-CALL-DATE = WS-RUN-DATE
              MOVE 'CALL ISSUED' TO MG-ACTION
              ADD 1 TO RC-CALLS-ISSUED
              GO TO RAISE-OR-PURSUE-CALL-EXIT
           END-IF
           IF MARGACCT-CALL-DATE = 0
              MOVE WS-RUN-DATE TO MARGACCT-CALL-DATE
              MOVE 'CALL ISSUED' TO MG-ACTION
              ADD 1 TO RC-CALLS-ISSUED
              PERFORM RAISE-CALL-NOTICE
              GO TO RAISE-OR-PURSUE-CALL-EXIT
           END-IF

           COMPUTE WS-CALL-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(MARGACCT-CALL-DATE)
           IF WS-CALL-AGE > WS-CALL-DAYS
              MOVE 'CALL UNMET - FORCED SALE' TO MG-ACTION
              ADD 1 TO RC-FORCED-SALES
              PERFORM LIST-FORCED-SALE
           ELSE
              MOVE 'CALL OUTSTANDING' TO MG-ACTION
              ADD 1 TO RC-CALLS-OUTSTANDING
           END-IF
           .
       RAISE-OR-PURSUE-CALL-EXIT.
           EXIT.

       RAISE-CALL-NOTICE SECTION.
           COMPUTE WS-CALL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-CALL-DAYS)
           MOVE SPACES TO NOTIFY-RECORD
           MOVE 0 TO NOTIFY-TIMESTAMP
           MOVE 'MARGRUN' TO NOTIFY-SOURCE
           MOVE 'MCAL' TO NOTIFY-EVENT
           MOVE 'T' TO NOTIFY-ID-TYPE
           MOVE MARGACCT-USERID TO NOTIFY-CUSTOMER-ID
           MOVE MG-SHORTFALL TO WS-NOTICE-AMOUNT
           STRING 'MARGIN CALL: DEPOSIT OR SELL TO COVER '
                      DELIMITED BY SIZE
                  WS-NOTICE-AMOUNT DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-CALL-DUE-DATE DELIMITED BY SIZE
               INTO NOTIFY-TEXT
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       RAISE-CALL-NOTICE-EXIT.
           EXIT.

      *****************************************************************
      * LIST-FORCED-SALE - the account, the proceeds needed to bring  *
      * equity back to the maintenance level (each unit sold repays   *
      * debit and drops the requirement by the maintenance share, so  *
      * the shortfall is grossed up by it), and the holdings to sell. *
      *****************************************************************
       LIST-FORCED-SALE SECTION.
           IF MARGACCT-MAINT-PCT > 0
              COMPUTE MG-TO-RAISE ROUNDED =
                  MG-SHORTFALL * 100 / MARGACCT-MAINT-PCT
           ELSE
              MOVE MG-SHORTFALL TO MG-TO-RAISE
           END-IF
           IF MG-TO-RAISE > MG-MARKET-VALUE
              MOVE MG-MARKET-VALUE TO MG-TO-RAISE
           END-IF

           MOVE MARGACCT-USERID TO SA-USERID
           MOVE MARGACCT-CALL-DATE TO SA-CALL-DATE
           MOVE MG-SHORTFALL TO SA-SHORTFALL
           MOVE MG-TO-RAISE TO SA-TO-RAISE
           MOVE SPACES TO SALE-LINE
           WRITE SALE-LINE
           MOVE WS-SALE-ACCOUNT-LINE TO SALE-LINE
           WRITE SALE-LINE

           IF HD-ENTRY-COUNT = 0
              MOVE SPACES TO SALE-LINE
              MOVE '    NO HOLDINGS TO SELL - SHORTFALL DUE IN CASH'
                  TO SALE-LINE
              WRITE SALE-LINE
           END-IF
           PERFORM LIST-ONE-HOLDING
               VARYING HD-IX FROM 1 BY 1
               UNTIL HD-IX > HD-ENTRY-COUNT
           .
       LIST-FORCED-SALE-EXIT.
           EXIT.

       LIST-ONE-HOLDING SECTION.
           MOVE HD-COMPANY(HD-IX) TO SH-COMPANY
           MOVE HD-SHARES(HD-IX) TO SH-SHARES
           MOVE HD-PRICE(HD-IX) TO SH-PRICE
           MOVE HD-VALUE(HD-IX) TO SH-VALUE
           MOVE HD-LTV(HD-IX) TO SH-LTV
           MOVE SPACES TO SALE-LINE
           MOVE WS-SALE-HOLDING-LINE TO SALE-LINE
           WRITE SALE-LINE
           .
       LIST-ONE-HOLDING-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-CALL-DAYS TO RT-CALL-DAYS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RUN-DATE TO ST-RUN-DATE.
           MOVE SPACES TO SALE-LINE.
           MOVE WS-SALE-TITLE TO SALE-LINE.
           WRITE SALE-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-SUMMARY SECTION.
           IF RC-FORCED-SALES = 0
              MOVE SPACES TO SALE-LINE
              WRITE SALE-LINE
              MOVE 'NO ACCOUNTS FOR FORCED SALE TODAY' TO SALE-LINE
              WRITE SALE-LINE
           END-IF

           MOVE RC-TOTAL-INTEREST TO TL-TOTAL.
           MOVE RC-INTEREST-CHARGES TO TL-CHARGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY '======================================'
           DISPLAY ' MARGRUN End-of-job reconciliation'
           DISPLAY '   CUSTSEGs read        : ' RC-SEGMENTS-READ
           DISPLAY '   Holdings w/o a price : ' RC-NO-PRICE
           DISPLAY '   Foreign holdings     : ' RC-FOREIGN-VALUED
           DISPLAY '   Valued on stale rate : ' RC-STALE-FX-RATE
           DISPLAY '   Holdings w/o FX rate : ' RC-NO-FX-RATE
           DISPLAY '   Facilities run       : ' RC-FACILITIES-RUN
           DISPLAY '   Rerun, not charged   : ' RC-ALREADY-RUN
           DISPLAY '   Interest charges     : '
                   RC-INTEREST-CHARGES
           DISPLAY '   Calls issued         : ' RC-CALLS-ISSUED
           DISPLAY '   Calls outstanding    : '
                   RC-CALLS-OUTSTANDING
           DISPLAY '   Calls met            : ' RC-CALLS-MET
           DISPLAY '   Forced sales listed  : ' RC-FORCED-SALES
           DISPLAY '   Holdings not listed  : '
                   RC-HOLDINGS-NOT-LISTED
           DISPLAY '   Customer notices     : ' RC-NOTICES-RAISED
           DISPLAY '======================================'
           .
       WRITE-SUMMARY-EXIT.
           EXIT.
