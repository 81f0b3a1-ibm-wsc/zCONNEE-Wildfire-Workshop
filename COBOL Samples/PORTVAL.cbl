      * valuation record per customer per day to the VALHIST history
      * file, and prints total assets under management with the day's
      * biggest gainer and loser against yesterday's valuations.
      * A foreign-listed company's price (COMPCCY) is converted to
      * base currency at the latest FXRATE rate; a holding whose
      * currency has never had a rate loaded is left out of the
      * valuation, and both that and a rate not dated today are
      * listed on the report.
      * Runs as a BMP against the customer database PCB.

       ENVIRONMENT DIVISION.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VALHIST-FILE-STATUS.

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

           SELECT Report-Output ASSIGN TO PORTRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Valuation-History.
       COPY VALHIST SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 VALHIST-EOF              VALUE 'Y'.
       01 CUSTSEG-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 CUSTSEG-EOF              VALUE 'Y'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       01 COMPCCY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPCCY-EOF              VALUE 'Y'.

      * DL/I FUNCTION CODES


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
             10 PR-FX-SW                PIC X(01).
                88 PR-FX-FOREIGN       VALUE 'F' 'S'.
                88 PR-FX-MISSING       VALUE 'M'.
                88 PR-FX-STALE         VALUE 'S'.
       01 PRICE-FOUND-SW                PIC X(01) VALUE 'N'.
           88 PRICE-ON-TABLE           VALUE 'Y'.
       01 WS-PRICE-COMPANY              PIC X(20).
          05 RC-CUSTOMERS-VALUED        PIC 9(08) COMP VALUE 0.
          05 RC-SKIPPED-RESTART         PIC 9(08) COMP VALUE 0.
          05 RC-NO-PRICE                PIC 9(08) COMP VALUE 0.
          05 RC-FOREIGN-VALUED          PIC 9(08) COMP VALUE 0.
          05 RC-STALE-FX-RATE           PIC 9(08) COMP VALUE 0.
          05 RC-NO-FX-RATE              PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
              'TOTAL ASSETS UNDER MGMT:    '.
           05 AL-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-FX-WARNING-LINE.
           05 FILLER              PIC X(17) VALUE
              'FX RATE WARNING: '.
           05 FW-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FW-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FW-NOTE             PIC X(50).

       01 WS-MOVER-LINE.
           05 ML-LABEL            PIC X(16).
           05 ML-USERID           PIC X(40).
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM LOAD-COMPANY-CURRENCIES.

      * Walk the whole customer database in key order: an
      * unqualified GU positions at the first CUSTSEG and GN streams
              ADD 1 TO PR-ENTRY-COUNT
              SET PR-IX TO PR-ENTRY-COUNT
              MOVE WS-PRICE-COMPANY TO PR-COMPANY(PR-IX)
              MOVE 1 TO PR-FX-RATE(PR-IX)
              MOVE SPACE TO PR-FX-SW(PR-IX)
           END-IF
           COMPUTE PR-PRICE-NUM(PR-IX) =
               FUNCTION NUMVAL(WS-PRICE-VALUE)
       STORE-LATEST-PRICE-EXIT.
           EXIT.
      *****************************************************************
      * LOAD-COMPANY-CURRENCIES - every foreign-listed company on     *
      * COMPCCY with a price on the table takes the latest FXRATE     *
      * rate for its currency. Valuation is not a trade, so a rate    *
      * from an earlier day still values the holding, but the report  *
      * says so; with no rate at all the holding cannot be valued.    *
      * No COMPCCY file means every company is in base currency.      *
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
      * LOAD-PRIOR-VALUATIONS - yesterday's VALHIST records, for the  *
      * gainer/loser comparison.                                      *
      *****************************************************************
                    MOVE 'Y' TO PRICE-FOUND-SW
              END-SEARCH
           END-IF
           EVALUATE TRUE
              WHEN NOT PRICE-ON-TABLE
                 ADD 1 TO RC-NO-PRICE
              WHEN PR-FX-MISSING(PR-IX)
                 ADD 1 TO RC-NO-FX-RATE
              WHEN OTHER
                 COMPUTE WS-CURRENT-VALUE ROUNDED =
                     WS-CURRENT-VALUE
                     + PR-PRICE-NUM(PR-IX) * DEC-NO-SHARES
                       * PR-FX-RATE(PR-IX)
                 IF PR-FX-FOREIGN(PR-IX)
                    ADD 1 TO RC-FOREIGN-VALUED
                 END-IF
                 IF PR-FX-STALE(PR-IX)
                    ADD 1 TO RC-STALE-FX-RATE
                 END-IF
           END-EVALUATE

           CALL 'CBLTDLI' USING GET-NEXT, DBPCB-CUST,
               CUSTOMER-IO-BUFFER
           DISPLAY '   Skipped on restart   : '
                   RC-SKIPPED-RESTART
           DISPLAY '   Holdings w/o a price : ' RC-NO-PRICE
           DISPLAY '   Foreign holdings     : ' RC-FOREIGN-VALUED
           DISPLAY '   Valued on stale rate : ' RC-STALE-FX-RATE
           DISPLAY '   Holdings w/o FX rate : ' RC-NO-FX-RATE
           DISPLAY '======================================'
           .
       WRITE-SUMMARY-EXIT.
