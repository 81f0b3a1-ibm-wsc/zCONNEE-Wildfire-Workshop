      *     credit or '4' debit, price zero) so TRDRECON's replay
      *     still ties to the stored positions,
      *   - divides the limit price on every open PENDORD order for
      *     the company, and the stop price (plus a trailing stop's
      *     high-water price) on every open stop order,
      *   - restates the COMPSEG current price and 7-day window, and
      *   - restates the COMPHIST raw quotes and COMPDLY dailies the
      *     two history files carry (to COMPHNEW/COMPDNEW for the
          05 RC-HOLDINGS-ADJUSTED       PIC 9(08) COMP VALUE 0.
          05 RC-FRACTIONS-DROPPED       PIC 9(08) COMP VALUE 0.
          05 RC-ORDERS-REPRICED         PIC 9(08) COMP VALUE 0.
          05 RC-STOPS-REPRICED          PIC 9(08) COMP VALUE 0.
          05 RC-QUOTES-RESTATED         PIC 9(08) COMP VALUE 0.
          05 RC-DAILIES-RESTATED        PIC 9(08) COMP VALUE 0.

                   RC-FRACTIONS-DROPPED
           DISPLAY '   Orders repriced      : '
                   RC-ORDERS-REPRICED
           DISPLAY '   Stop orders repriced : '
                   RC-STOPS-REPRICED
           DISPLAY '   Quotes restated      : '
                   RC-QUOTES-RESTATED
           DISPLAY '   Dailies restated     : '
           END-IF
           MOVE '00000.00' TO TRDLEDGR-PRICE
           MOVE 0 TO TRDLEDGR-COMMISSION
           MOVE SPACES TO TRDLEDGR-CURRENCY
           MOVE 0 TO TRDLEDGR-FX-RATE
      * An internal adjustment, not a trade: nothing goes to the
      * settlement queue and nothing will ever acknowledge it
           MOVE 'Y' TO TRDLEDGR-PUBLISHED

      *****************************************************************
      * REPRICE-OPEN-ORDERS - divides the limit price on every open   *
      * PENDORD order for the split company; on a stop order that is  *
      * the stop price, and a trailing stop's high-water price is     *
      * divided with it.                                              *
      *****************************************************************
       REPRICE-OPEN-ORDERS SECTION.
           OPEN I-O Pending-Orders.
                  * WS-RATIO-OLD / WS-RATIO-NEW
              PERFORM FORMAT-PRICE-TEXT
              MOVE WS-PRICE-TEXT TO PENDORD-LIMIT-PRICE
              IF PENDORD-TRAILING-STOP
                 COMPUTE WS-PRICE-NUM ROUNDED =
                     FUNCTION NUMVAL(PENDORD-HIGH-PRICE)
                     * WS-RATIO-OLD / WS-RATIO-NEW
                 PERFORM FORMAT-PRICE-TEXT
                 MOVE WS-PRICE-TEXT TO PENDORD-HIGH-PRICE
              END-IF
              REWRITE PENDORD-RECORD
              IF PENDORD-NORMAL AND PENDORD-STOP
                 ADD 1 TO RC-STOPS-REPRICED
              END-IF
              IF PENDORD-NORMAL AND NOT PENDORD-STOP
                 ADD 1 TO RC-ORDERS-REPRICED
              END-IF
              IF NOT PENDORD-NORMAL
                 DISPLAY 'STKSPLIT: PENDORD rewrite failed, '
                         'status=' PENDORD-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
