      * TRADERBL and TRDSWEEP do), matches each acknowledgment to its
      * TRDLEDGR record by userid and trade timestamp, and stamps the
      * record settled or failed with the reason carried on the
      * message. A failure is also raised to the customer on the
      * common NOTIFY file through NOTIFPUT, not only to the desk.
      * Acks that match no ledger record go to the reject offload
      * for investigation.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01 WS-QUEUE-DONE-SW            PIC X(01) VALUE 'N'.
           88 QUEUE-DRAINED           VALUE 'Y'.

      * Customer notification of a failed settlement.
       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.
       01 WS-NOTICE-ACTION            PIC X(04).

      * End-of-job reconciliation counts.
       01 RECONCILIATION-COUNTS.
           05 RC-ACKS-READ            PIC 9(08) COMP VALUE 0.
           05 RC-FAILED-COUNT         PIC 9(08) COMP VALUE 0.
           05 RC-UNMATCHED-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-API-ERROR-COUNT      PIC 9(08) COMP VALUE 0.
           05 RC-NOTICES-RAISED       PIC 9(08) COMP VALUE 0.

      *----------------------------------------------------------------*


           CLOSE Reject-Output.
           CLOSE Trade-Ledger.
           MOVE 'E' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD

           DISPLAY "======================================"
           DISPLAY " SETTLACK End-of-job reconciliation"
           DISPLAY "   Settlement failures  : " RC-FAILED-COUNT
           DISPLAY "   Unmatched acks       : " RC-UNMATCHED-COUNT
           DISPLAY "   API errors           : " RC-API-ERROR-COUNT
           DISPLAY "   Customer notices     : " RC-NOTICES-RAISED
           DISPLAY "======================================".

       MAINLINE-EXIT.
              DISPLAY "ERROR: TRDLEDGR rewrite failed, status="
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO APPLY-ONE-ACK-EXIT
           END-IF
           IF TRDLEDGR-SETTLE-FAILED
              PERFORM RAISE-FAILURE-NOTICE
           END-IF
           .
       APPLY-ONE-ACK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RAISE-FAILURE-NOTICE - tells the customer the trade failed to  *
      * settle, with the reason the downstream system gave.            *
      *----------------------------------------------------------------*
       RAISE-FAILURE-NOTICE SECTION.
           MOVE SPACES TO NOTIFY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIFY-TIMESTAMP
           MOVE 'SETTLACK' TO NOTIFY-SOURCE
           MOVE 'SFAL' TO NOTIFY-EVENT
           MOVE 'T' TO NOTIFY-ID-TYPE
           MOVE TRDLEDGR-USERID TO NOTIFY-CUSTOMER-ID
           IF TRDLEDGR-ACTION = '2'
              MOVE 'SELL' TO WS-NOTICE-ACTION
           ELSE
              MOVE 'BUY ' TO WS-NOTICE-ACTION
           END-IF
           STRING 'TRADE NOT SETTLED: ' DELIMITED BY SIZE
                  WS-NOTICE-ACTION DELIMITED BY SPACE
                  ' ' TRDLEDGR-SHARES ' ' DELIMITED BY SIZE
                  TRDLEDGR-COMPANY DELIMITED BY '  '
                  ' - ' TRDLEDGR-SETTLE-REASON DELIMITED BY SIZE
               INTO NOTIFY-TEXT
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       RAISE-FAILURE-NOTICE-EXIT.
           EXIT.

       WRITE-REJECT-RECORD SECTION.
           MOVE userid2 IN ACK-RESPONSE TO RJ-USERID
           MOVE tradeTime2 IN ACK-RESPONSE TO RJ-TRADE-TIME
