      * the month's trades in timestamp order per customer with
      * commission charges, realized gain/loss on sells against the
      * average purchase cost, and opening/closing position summaries
      * per company, in a mailable statement format. A trade in a
      * foreign-listed company shows its quoted price with the
      * currency and the rate it converted at; its value, commission
      * and gain/loss are in base currency.

       ENVIRONMENT DIVISION.

           05  SORT-PUBLISHED         PIC X(01).
           05  SORT-SETTLED           PIC X(01).
           05  SORT-SETTLE-REASON     PIC X(20).
           05  SORT-CURRENCY          PIC X(03).
           05  SORT-FX-RATE           PIC 9(04)V9(06).

      * Commission rates as percentages, one card: 'BBB SSS'
      * (buy-side, sell-side), matching the COMMISSION-COST-BUY and
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.
       77  SUBTYPE-SPLIT-CR PIC X(1)  VALUE '3'.
       77  SUBTYPE-SPLIT-DR PIC X(1)  VALUE '4'.
       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.
       77  SUBTYPE-XFER-OUT PIC X(1)  VALUE '7'.
       77  SUBTYPE-XFER-IN PIC  X(1)  VALUE '8'.

      * Statement month from the JCL PARM as yyyymm.


       01 WS-CALC-FIELDS.
           05 WS-PRICE                  PIC 9(07)V99 COMP-3.
           05 WS-FX-RATE                PIC 9(04)V9(06) COMP-3.
           05 WS-TRADE-VALUE            PIC 9(11)V99 COMP-3.
           05 WS-COMMISSION             PIC 9(09)V99 COMP-3.
           05 WS-AVG-COST               PIC 9(09)V99 COMP-3.
           05 FILLER              PIC X(10) VALUE '     PRICE'.
           05 FILLER              PIC X(12) VALUE '  COMMISSION'.
           05 FILLER              PIC X(14) VALUE '     GAIN/LOSS'.
           05 FILLER              PIC X(18) VALUE
              '  CCY      FX RATE'.

       01 WS-TRADE-LINE.
           05 TL-DATE             PIC X(08).
           05 TL-COMMISSION       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-REALIZED         PIC -(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-FX-RATE          PIC Z(03)9.9(06).
           05 TL-FX-RATE-X REDEFINES TL-FX-RATE
                                  PIC X(11).

       01 WS-POSITION-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
      * APPLY-TRADE - the position arithmetic shared by silent        *
      * (pre-month) and printed (in-month) processing. Realized gain  *
      * on a sell is measured against the average purchase cost of    *
      * the shares held. A MERGCONV conversion is treated as a sale   *
      * of the target at the deal value and a purchase of the         *
      * acquirer at its price, neither carrying commission. An        *
      * ACCTXFER transfer moves shares with their cost basis and      *
      * realizes nothing.                                             *
      *****************************************************************
       APPLY-TRADE SECTION.
           IF SORT-FX-RATE IS NUMERIC
              AND SORT-FX-RATE > 0
              MOVE SORT-FX-RATE TO WS-FX-RATE
           ELSE
              MOVE 1 TO WS-FX-RATE
           END-IF
           COMPUTE WS-PRICE ROUNDED =
               FUNCTION NUMVAL(SORT-PRICE) * WS-FX-RATE
           COMPUTE WS-TRADE-VALUE = WS-PRICE * SORT-SHARES
           MOVE 0 TO WS-REALIZED

           EVALUATE SORT-ACTION
              WHEN SUBTYPE-BUY
              WHEN SUBTYPE-MERGER-IN
                 IF SORT-ACTION = SUBTYPE-BUY
                    COMPUTE WS-COMMISSION ROUNDED =
                        WS-TRADE-VALUE * WS-BUY-RATE / 100
                 ELSE
                    MOVE 0 TO WS-COMMISSION
                 END-IF
                 ADD SORT-SHARES TO CT-SHARES(CT-IX)
                 ADD WS-TRADE-VALUE TO CT-COST-BASIS(CT-IX)
              WHEN SUBTYPE-SELL
              WHEN SUBTYPE-MERGER-OUT
                 IF SORT-ACTION = SUBTYPE-SELL
                    COMPUTE WS-COMMISSION ROUNDED =
                        WS-TRADE-VALUE * WS-SELL-RATE / 100
                 ELSE
                    MOVE 0 TO WS-COMMISSION
                 END-IF
                 IF CT-SHARES(CT-IX) > 0
                    COMPUTE WS-AVG-COST ROUNDED =
                        CT-COST-BASIS(CT-IX) / CT-SHARES(CT-IX)
              WHEN SUBTYPE-SPLIT-DR
                 MOVE 0 TO WS-COMMISSION
                 SUBTRACT SORT-SHARES FROM CT-SHARES(CT-IX)
      * Transferred shares carry their cost and realize nothing
              WHEN SUBTYPE-XFER-IN
                 MOVE 0 TO WS-COMMISSION
                 ADD SORT-SHARES TO CT-SHARES(CT-IX)
                 ADD WS-TRADE-VALUE TO CT-COST-BASIS(CT-IX)
              WHEN SUBTYPE-XFER-OUT
                 MOVE 0 TO WS-COMMISSION
                 IF CT-SHARES(CT-IX) > 0
                    COMPUTE WS-AVG-COST ROUNDED =
                        CT-COST-BASIS(CT-IX) / CT-SHARES(CT-IX)
                 ELSE
                    MOVE 0 TO WS-AVG-COST
                 END-IF
                 COMPUTE CT-COST-BASIS(CT-IX) =
                     CT-COST-BASIS(CT-IX)
                     - WS-AVG-COST * SORT-SHARES
                 SUBTRACT SORT-SHARES FROM CT-SHARES(CT-IX)
              WHEN OTHER
                 MOVE 0 TO WS-COMMISSION
           END-EVALUATE
                 MOVE 'SPLT' TO TL-ACTION
              WHEN SUBTYPE-SPLIT-DR
                 MOVE 'SPLT' TO TL-ACTION
              WHEN SUBTYPE-MERGER-IN
                 MOVE 'MRGR' TO TL-ACTION
              WHEN SUBTYPE-MERGER-OUT
                 MOVE 'MRGR' TO TL-ACTION
              WHEN SUBTYPE-XFER-IN
                 MOVE 'XFER' TO TL-ACTION
              WHEN SUBTYPE-XFER-OUT
                 MOVE 'XFER' TO TL-ACTION
              WHEN OTHER
                 MOVE '????' TO TL-ACTION
           END-EVALUATE
           MOVE SORT-PRICE TO TL-PRICE
           MOVE WS-COMMISSION TO TL-COMMISSION
           MOVE WS-REALIZED TO TL-REALIZED
           MOVE SORT-CURRENCY TO TL-CURRENCY
           IF SORT-CURRENCY = SPACES
              MOVE SPACES TO TL-FX-RATE-X
           ELSE
              MOVE WS-FX-RATE TO TL-FX-RATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TRADE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
