      * fully matched to lots land on the exception list. STKSPLIT
      * adjustments are honored: split shares join the book as a
      * zero-cost lot dated at the split, reverse-split debits
      * consume lots FIFO like a costless disposal. A MERGCONV share
      * conversion is a taxable exchange: the target shares are
      * disposed of at the deal value per share and the acquirer
      * shares open a new lot at the acquirer's price. An ACCTXFER
      * transfer is not a disposal: shares leave the from book FIFO
      * with no gain and join the to book at the original lot's cost
      * and acquisition date. Prices of a foreign-listed company are
      * converted to base currency at the rate its ledger record
      * carries, so cost, proceeds and gain are all in base currency.

       ENVIRONMENT DIVISION.

           05  SORT-PUBLISHED         PIC X(01).
           05  SORT-SETTLED           PIC X(01).
           05  SORT-SETTLE-REASON     PIC X(20).
           05  SORT-CURRENCY          PIC X(03).
           05  SORT-FX-RATE           PIC 9(04)V9(06).

       FD  Statement-Output
           RECORD CONTAINS 132 CHARACTERS.
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.
       77  SUBTYPE-SPLIT-CR PIC X(1)  VALUE '3'.
       77  SUBTYPE-SPLIT-DR PIC X(1)  VALUE '4'.
       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.
       77  SUBTYPE-XFER-OUT PIC X(1)  VALUE '7'.
       77  SUBTYPE-XFER-IN PIC  X(1)  VALUE '8'.

      * The tax year from the JCL PARM as yyyy.
       01 WS-TAX-YEAR                   PIC X(04) VALUE SPACES.
             10 LT-COMPANY              PIC X(20).
             10 LT-ACQ-DATE             PIC 9(08).
             10 LT-SHARES-LEFT          PIC S9(09) COMP-3.
             10 LT-COST-PER-SHARE       PIC 9(07)V99 COMP-3.

       01 WS-CURRENT-USERID             PIC X(60) VALUE LOW-VALUES.
       01 WS-USER-HAS-YEAR-SW           PIC X(01) VALUE 'N'.

      * Disposal arithmetic.
       01 WS-CALC-FIELDS.
           05 WS-PRICE                  PIC 9(07)V99 COMP-3.
           05 WS-FX-RATE                PIC 9(04)V9(06) COMP-3.
           05 WS-SHARES-TO-MATCH        PIC S9(09) COMP-3.
           05 WS-LOT-TAKE               PIC S9(09) COMP-3.
           05 WS-PROCEEDS               PIC 9(11)V99 COMP-3.
           05 DL-GAIN             PIC -(6)9.99.
           05 FILLER              PIC X(07) VALUE ' COMM: '.
           05 DL-COMMISSION       PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-CURRENCY         PIC X(03).

       01 WS-EXCEPTION-LINE.
           05 FILLER              PIC X(13) VALUE '** UNMATCHED '.
              MOVE 'N' TO WS-USER-HAS-YEAR-SW
           END-IF

      * The base-currency price: a foreign-listed company's quoted
      * price at the rate the trade converted at
           IF SORT-FX-RATE IS NUMERIC
              AND SORT-FX-RATE > 0
              MOVE SORT-FX-RATE TO WS-FX-RATE
           ELSE
              MOVE 1 TO WS-FX-RATE
           END-IF
           COMPUTE WS-PRICE ROUNDED =
               FUNCTION NUMVAL(SORT-PRICE) * WS-FX-RATE
           EVALUATE SORT-ACTION
              WHEN SUBTYPE-BUY
                 PERFORM OPEN-PURCHASE-LOT
                 PERFORM MATCH-SELL-TO-LOTS
              WHEN SUBTYPE-SPLIT-DR
                 PERFORM CONSUME-SPLIT-DEBIT
              WHEN SUBTYPE-MERGER-IN
                 PERFORM OPEN-PURCHASE-LOT
              WHEN SUBTYPE-MERGER-OUT
                 PERFORM MATCH-SELL-TO-LOTS
              WHEN SUBTYPE-XFER-IN
                 PERFORM OPEN-PURCHASE-LOT
              WHEN SUBTYPE-XFER-OUT
                 PERFORM CONSUME-SPLIT-DEBIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

      *****************************************************************
      * OPEN-PURCHASE-LOT - a buy (at its traded price), a merger     *
      * conversion credit (at the acquirer's price on the day), a     *
      * split credit (at zero cost) or an ACCTXFER transfer in (at    *
      * the original lot's cost and acquisition date) joins the book  *
      * as a new lot.                                                 *
      *****************************************************************
       OPEN-PURCHASE-LOT SECTION.
           IF LT-ENTRY-COUNT = 100
           MOVE SORT-TIMESTAMP(1:8) TO LT-ACQ-DATE(LT-IX)
           MOVE SORT-SHARES TO LT-SHARES-LEFT(LT-IX)
           IF SORT-ACTION = SUBTYPE-BUY
              OR SORT-ACTION = SUBTYPE-MERGER-IN
              OR SORT-ACTION = SUBTYPE-XFER-IN
              MOVE WS-PRICE TO LT-COST-PER-SHARE(LT-IX)
           ELSE
              MOVE 0 TO LT-COST-PER-SHARE(LT-IX)
           END-IF
           IF SORT-ACTION = SUBTYPE-XFER-IN
              AND SORT-SETTLE-REASON(1:8) IS NUMERIC
              MOVE SORT-SETTLE-REASON(1:8) TO LT-ACQ-DATE(LT-IX)
           END-IF
           .
       OPEN-PURCHASE-LOT-EXIT.
           EXIT.
              MOVE SORT-TIMESTAMP(1:8) TO DL-SELL-DATE
              MOVE SORT-COMPANY TO DL-COMPANY
              MOVE LT-ACQ-DATE(LT-IX) TO DL-ACQ-DATE
              MOVE SORT-CURRENCY TO DL-CURRENCY
              MOVE WS-LOT-TAKE TO DL-SHARES
              MOVE WS-COST TO DL-COST
              MOVE WS-PROCEEDS TO DL-PROCEEDS
           EXIT.

      *****************************************************************
      * CONSUME-SPLIT-DEBIT - a reverse-split debit or an ACCTXFER    *
      * transfer out takes shares out of the book FIFO without a      *
      * disposal (no proceeds, no gain).                              *
      *****************************************************************
       CONSUME-SPLIT-DEBIT SECTION.
           MOVE SORT-SHARES TO WS-SHARES-TO-MATCH
