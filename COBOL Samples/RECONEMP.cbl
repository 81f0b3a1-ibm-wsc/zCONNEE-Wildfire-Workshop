           05 RC-API-ERROR-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-ZCEE-ERROR-COUNT     PIC 9(08) COMP VALUE 0.
           05 RC-STUB-ERROR-COUNT     PIC 9(08) COMP VALUE 0.
           05 RC-BREAKER-REFUSED-COUNT PIC 9(08) COMP VALUE 0.

      * Per-field mismatch flags for the record currently being
      * compared, so BUILD-PROBLOG-DETAIL can describe exactly which
              MOVE BAQ-STATUS-CODE TO EM-CODE
              MOVE BAQ-STATUS-MESSAGE TO EM-DETAIL
              EVALUATE TRUE
                 WHEN BAQ-BRK-REFUSED
                   ADD 1 TO RC-BREAKER-REFUSED-COUNT
                   MOVE 'BRKR' TO EM-ORIGIN
                 WHEN BAQ-ERROR-IN-API
                   ADD 1 TO RC-API-ERROR-COUNT
                   MOVE 'API' TO EM-ORIGIN
              STRING "IMS LOOKUP FAILED ORIGIN=" EM-ORIGIN
                     " CODE=" WS-STATUS-CODE-DISPLAY
                 DELIMITED BY SIZE INTO WS-PROBLOG-DETAIL-TEXT
      * A lookup the open circuit breaker refused is counted but not
      * logged: the outage is on PROBLOG once, as the breaker opening.
              IF NOT BAQ-BRK-REFUSED
                 PERFORM WRITE-PROBLEM-LOG-RECORD
              END-IF
           END-IF
           .
       COMPARE-FILEA-TO-IMS-EXIT.
           DISPLAY "   BAQ-ERROR-IN-API     : " RC-API-ERROR-COUNT
           DISPLAY "   BAQ-ERROR-IN-ZCEE    : " RC-ZCEE-ERROR-COUNT
           DISPLAY "   BAQ-ERROR-IN-STUB    : " RC-STUB-ERROR-COUNT
           DISPLAY "   Breaker refused      : " RC-BREAKER-REFUSED-COUNT
           DISPLAY "======================================"
           .
       DISPLAY-RECONCILIATION-SUMMARY-EXIT.
              MOVE RC-AMBIGUOUS-COUNT TO OPSTATS-COUNT(7)
              MOVE 'REPAIRS FAILED  ' TO OPSTATS-LABEL(8)
              MOVE RC-REPAIR-FAIL-COUNT TO OPSTATS-COUNT(8)
              MOVE 'BREAKER REFUSED ' TO OPSTATS-LABEL(9)
              MOVE RC-BREAKER-REFUSED-COUNT TO OPSTATS-COUNT(9)
              MOVE ZERO TO OPSTATS-COUNT(10)
              WRITE OPSTATS-RECORD
              IF NOT OPSTATS-NORMAL
                 DISPLAY "WARNING: OPSTATS write failed, status="
