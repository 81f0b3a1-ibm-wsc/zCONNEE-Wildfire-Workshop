      * threshold (or the WATCHSCNDEF default when the entry carries
      * '000') against the quote before it, writes a WATCHNTF
      * notification the customer sees on their next LIST_WATCH
      * inquiry, and raises the same alert on the common NOTIFY file
      * through NOTIFPUT so it reaches them by their chosen channel
      * without waiting for the inquiry.

       ENVIRONMENT DIVISION.

       01 WATCHLST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WATCHLST-EOF             VALUE 'Y'.

      * Default threshold percent from the WATCHSCNDEF run parameter
      * on RUNPARM, else the WATCHSCNDEF environment variable;
      * entries carrying '000' use it.
       01 WS-DEFAULT-ENV                PIC X(08) VALUE SPACES.
       01 WS-DEFAULT-THRESHOLD          PIC 9(03) VALUE 5.
       COPY RUNPLOOK SUPPRESS.

       01 TIMESTAMP                     PIC 9(14).

          03 WS-THRESHOLD-NUM           PIC 9(03) VALUE 0.
          03 WS-MOVE-PCT                PIC S9(03)V99 COMP-3.
          03 WS-MOVE-ABS                PIC 9(03)V99 COMP-3.
          03 WS-MOVE-PCT-EDIT           PIC -ZZ9.99.

      * The customer notification raised alongside each alert.
       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.

       01 RECONCILIATION-COUNTS.
          05 RC-QUOTES-READ             PIC 9(08) COMP VALUE 0.
          05 RC-ENTRIES-SCANNED         PIC 9(08) COMP VALUE 0.
          05 RC-ALERTS-WRITTEN          PIC 9(08) COMP VALUE 0.
          05 RC-NO-PRICE                PIC 9(08) COMP VALUE 0.
          05 RC-NOTICES-RAISED          PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'WATCHSCN' TO RUNPLOOK-PROGRAM.
           MOVE 'WATCHSCNDEF' TO RUNPLOOK-NAME.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-DEFAULT-THRESHOLD
           ELSE
              DISPLAY "WATCHSCNDEF" UPON ENVIRONMENT-NAME
              ACCEPT WS-DEFAULT-ENV FROM ENVIRONMENT-VALUE
              IF WS-DEFAULT-ENV(1:3) IS NUMERIC
                 MOVE WS-DEFAULT-ENV(1:3) TO WS-DEFAULT-THRESHOLD
              END-IF
           END-IF.
           MOVE 'E' TO RUNPLOOK-FUNCTION.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.

           PERFORM LOAD-LATEST-PRICES.


           CLOSE Watch-Notify.
           CLOSE Watch-List.
           MOVE 'E' TO NOTIFPRM-FUNCTION.
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD.

           DISPLAY '======================================'
           DISPLAY ' WATCHSCN End-of-job reconciliation'
                   RC-ENTRIES-SCANNED
           DISPLAY '   Alerts written       : ' RC-ALERTS-WRITTEN
           DISPLAY '   Entries w/o 2 quotes : ' RC-NO-PRICE
           DISPLAY '   Customer notices     : ' RC-NOTICES-RAISED
           DISPLAY '======================================'
           GOBACK.

           WRITE WATCHNTF-RECORD
           IF WATCHNTF-NORMAL
              ADD 1 TO RC-ALERTS-WRITTEN
              PERFORM RAISE-CUSTOMER-NOTICE
           ELSE
              IF NOT WATCHNTF-DUPLICATE
                 DISPLAY 'WATCHSCN: WATCHNTF write failed, status='
           .
       WRITE-NOTIFICATION-EXIT.
           EXIT.

      *****************************************************************
      * RAISE-CUSTOMER-NOTICE - the alert just written, on its way to *
      * the customer through the notification dispatcher.             *
      *****************************************************************
       RAISE-CUSTOMER-NOTICE SECTION.
           MOVE SPACES TO NOTIFY-RECORD
           MOVE TIMESTAMP TO NOTIFY-TIMESTAMP
           MOVE 'WATCHSCN' TO NOTIFY-SOURCE
           MOVE 'WTCH' TO NOTIFY-EVENT
           MOVE 'T' TO NOTIFY-ID-TYPE
           MOVE WATCHLST-USERID TO NOTIFY-CUSTOMER-ID
           MOVE WS-MOVE-PCT TO WS-MOVE-PCT-EDIT
           STRING 'PRICE ALERT: ' DELIMITED BY SIZE
                  WATCHLST-COMPANY DELIMITED BY '  '
                  ' MOVED ' DELIMITED BY SIZE
                  WS-MOVE-PCT-EDIT DELIMITED BY SIZE
                  '% TO ' DELIMITED BY SIZE
                  PR-LAST-PRICE(PR-IX) DELIMITED BY SIZE
               INTO NOTIFY-TEXT
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       RAISE-CUSTOMER-NOTICE-EXIT.
           EXIT.
