      *----------------------------------------------------------------*
      *  SUITRULP - shared suitability rule for a purchase, used by    *
      *  TRADERBL (BUY, resting buy orders and plans), ORDSCAN buy     *
      *  fills and PLANRUN plan buys so every route into a position    *
      *  is judged the same way. COPY this into the PROCEDURE          *
      *  DIVISION with COPY SUITRULE in WORKING-STORAGE. A company     *
      *  graded at or below the customer's profile is suitable; one    *
      *  grade above it goes ahead with a warning; two or more above   *
      *  is refused. With no profile or no grade on file there is      *
      *  nothing to judge against, so the purchase goes ahead with a   *
      *  warning naming what is missing. SUIT-REASON carries the text  *
      *  for the customer and the log.                                 *
      *----------------------------------------------------------------*
       SUITABILITY-RULE SECTION.
           MOVE 'O' TO SUIT-RESULT
           MOVE SPACES TO SUIT-REASON
           IF SUIT-PROFILE = 0
              MOVE 'W' TO SUIT-RESULT
              MOVE 'WARNING - NO RISK PROFILE ON FILE'
                  TO SUIT-REASON
              GO TO SUITABILITY-RULE-EXIT
           END-IF
           IF SUIT-GRADE = 0
              MOVE 'W' TO SUIT-RESULT
              MOVE 'WARNING - COMPANY NOT VOLATILITY GRADED'
                  TO SUIT-REASON
              GO TO SUITABILITY-RULE-EXIT
           END-IF
           IF SUIT-GRADE NOT > SUIT-PROFILE
              GO TO SUITABILITY-RULE-EXIT
           END-IF

           IF SUIT-GRADE - SUIT-PROFILE = 1
              MOVE 'W' TO SUIT-RESULT
              STRING 'WARNING - GRADE ' SUIT-GRADE
                     ' ABOVE RISK PROFILE ' SUIT-PROFILE
                     DELIMITED BY SIZE INTO SUIT-REASON
           ELSE
              MOVE 'R' TO SUIT-RESULT
              STRING 'UNSUITABLE - GRADE ' SUIT-GRADE
                     ' OVER RISK PROFILE ' SUIT-PROFILE
                     DELIMITED BY SIZE INTO SUIT-REASON
           END-IF
           .
       SUITABILITY-RULE-EXIT.
           EXIT.
