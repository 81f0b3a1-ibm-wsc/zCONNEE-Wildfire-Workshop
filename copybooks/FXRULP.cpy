      *----------------------------------------------------------------*
      *  FXRULP - shared rule for the exchange rate a trade converts   *
      *  at, used by TRADERBL (BUY, SELL), ORDSCAN fills, PLANRUN plan *
      *  buys and MERGCONV merger conversions so every route into or   *
      *  out of a foreign-listed position is priced the same way. COPY *
      *  this into the PROCEDURE DIVISION with COPY FXRULE in          *
      *  WORKING-STORAGE. A base-currency company trades at a rate of  *
      *  1. A foreign one trades only at a usable rate dated today: no *
      *  rate on file, a zero rate, or a rate from an earlier day      *
      *  blocks the trade rather than converting at an old rate.       *
      *  FXR-TRADE-RATE is the rate to convert at; FXR-REASON carries  *
      *  the text for the customer and the log.                        *
      *----------------------------------------------------------------*
       FX-RATE-RULE SECTION.
           MOVE 'O' TO FXR-RESULT
           MOVE SPACES TO FXR-REASON
           MOVE 1 TO FXR-TRADE-RATE
           IF FXR-CURRENCY = SPACES
              GO TO FX-RATE-RULE-EXIT
           END-IF

           MOVE 'B' TO FXR-RESULT
           IF NOT FXR-RATE-ON-FILE
              STRING 'NO FX RATE FOR ' FXR-CURRENCY
                     ' - TRADING BLOCKED'
                     DELIMITED BY SIZE INTO FXR-REASON
              GO TO FX-RATE-RULE-EXIT
           END-IF
           IF FXR-FILE-RATE IS NOT NUMERIC
              OR FXR-FILE-RATE = 0
              STRING 'NO USABLE FX RATE FOR ' FXR-CURRENCY
                     ' - TRADING BLOCKED'
                     DELIMITED BY SIZE INTO FXR-REASON
              GO TO FX-RATE-RULE-EXIT
           END-IF
           IF FXR-FILE-DATE NOT = FXR-RUN-DATE
              STRING 'FX RATE FOR ' FXR-CURRENCY
                     ' STALE - DATED ' FXR-FILE-DATE
                     DELIMITED BY SIZE INTO FXR-REASON
              GO TO FX-RATE-RULE-EXIT
           END-IF

           MOVE 'O' TO FXR-RESULT
           MOVE FXR-FILE-RATE TO FXR-TRADE-RATE
           .
       FX-RATE-RULE-EXIT.
           EXIT.
