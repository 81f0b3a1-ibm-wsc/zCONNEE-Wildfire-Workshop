           03 RM-IN-STOCK              PIC 9(4)  VALUE ZERO.
           03 FILLER                   PIC X(12) VALUE ' REORDER-PT='.
           03 RM-REORDER-POINT         PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 RM-REORDER-QTY           PIC 9(4)  VALUE ZERO.
           03 FILLER                   PIC X(10) VALUE ' SUPPLIER='.
           03 RM-SUPPLIER-REF          PIC X(6)  VALUE SPACES.


      * Switches
               05 WS-COST              PIC ZZZ.99.
               05 WS-IN-STOCK          PIC 9(4).
               05 WS-ON-ORDER          PIC 9(3).
               05 WS-ITEM-STATUS       PIC X(1).
                   88 ITEM-DISCONTINUED           VALUE 'D'.
      *        The item's SUPPFILE supplier and the quantity to order
      *        when stock falls below the reorder point, both kept up
      *        by item maintenance and the CATRAPLY planning apply
               05 WS-SUPPLIER-REF      PIC X(6).
               05 WS-REORDER-QTY       PIC 9(4).
               05 FILLER               PIC X(9).

      * Configuration File Data
       01 WS-CONF-FILE-KEY             PIC X(9) VALUE 'VSAM-NAME'.
      * Inter-location transfer history record area: both sides of
      * every 01XFER movement, for tracing a location's count.
       COPY CATXFER SUPPRESS.
      * Stock receipt record area: every 01RCPT receipt is logged
      * with what back-orders took of it and where the rest landed,
      * for the month-end stock valuation's receipts movement.
       COPY CATRCPT SUPPRESS.
      * Returns: the 01RTRN authorization raised against a shipped
      * order line, and the credit record the 01RTRC receipt issues
      * when the goods arrive back and restock (waiting back-orders
      * fill first, exactly as a stock receipt does).
       COPY RETAUTH SUPPRESS.
       COPY RETCRED SUPPRESS.
      * Cancellations: a line still placed or back-ordered can be
      * cancelled by 01CANC - its stock goes back to the catalog and
      * the location it came from (waiting back-orders fill first),
      * or its back-order is dropped - and each line cancelled is
      * logged with its reason for the daily cancellation list.
       COPY ORDCANC SUPPRESS.
       01 WS-CAN-FIELDS.
           03 WS-CAN-LINE              PIC 9(2) VALUE 0.
           03 WS-CAN-COUNT             PIC 9(2) VALUE 0.
           03 WS-CAN-COUNT-DISPLAY     PIC Z9.
           03 WS-CAN-OPEN-COUNT        PIC 9(2) VALUE 0.
           03 WS-CAN-READ-COUNT        PIC 9(2) VALUE 0.
           03 WS-CAN-PRIOR-STATUS      PIC X(1) VALUE SPACE.
           03 WS-CAN-ITEM-REF          PIC 9(4) VALUE 0.
           03 WS-CAN-QUANTITY          PIC 9(3) VALUE 0.
           03 WS-CAN-UNIT-COST         PIC 9(3)V99 VALUE 0.
           03 WS-CAN-LOCATION          PIC X(2) VALUE SPACES.
           03 WS-CAN-USERID            PIC X(8) VALUE SPACES.
           03 WS-CAN-SCAN-DONE-SW      PIC X(1) VALUE 'N'.
               88 CANCEL-SCAN-DONE              VALUE 'Y'.
           03 WS-CAN-BLOCKED-SW        PIC X(1) VALUE 'N'.
               88 CANCEL-BLOCKED                VALUE 'Y'.
           03 WS-CAN-FAIL-SW           PIC X(1) VALUE 'N'.
               88 CANCEL-FAILED                 VALUE 'Y'.
      * Item maintenance: 01ITMA, 01ITMC and 01ITMD add, change and
      * discontinue catalog items, and every field they set or change
      * is logged with its old and new value for the weekly item
      * change report. A discontinued item takes no new orders and
      * drops out of the catalog pages and reorder messages, but its
      * existing orders, receipts and returns carry on as before.
       COPY ITEMCHG SUPPRESS.
       01 WS-MNT-FIELDS.
           03 WS-MNT-ACTION            PIC X(1) VALUE SPACE.
           03 WS-MNT-COUNT             PIC 9(1) VALUE 0.
           03 WS-MNT-COST-EDIT         PIC ZZZ.99.
           03 WS-MNT-FAIL-SW           PIC X(1) VALUE 'N'.
               88 ITEM-CHANGE-FAILED            VALUE 'Y'.
      * Promotional pricing: PRICESCH holds effective-dated prices by
      * item. The price in force today - a promotion's, or else the
      * catalog cost - is what the inquiries quote and what each
      * order line is stamped with at placement, so invoices and
      * return credits follow it; 01PRCA enters a new schedule.
       COPY PRICESCH SUPPRESS.
       01 WS-PRC-FIELDS.
           03 WS-PRC-TODAY             PIC X(8) VALUE SPACES.
           03 WS-PRC-ITEM-REF          PIC 9(4) VALUE 0.
           03 WS-PRC-PRICE             PIC 9(3)V99 VALUE 0.
           03 WS-PRC-RESPONSE          PIC S9(8) COMP VALUE 0.
           03 WS-PRC-BROWSE-KEY.
               05 WS-PBK-ITEM          PIC 9(4).
               05 WS-PBK-FROM          PIC X(8).
           03 WS-PRC-DONE-SW           PIC X(1) VALUE 'N'.
               88 PRICE-SCAN-DONE               VALUE 'Y'.
           03 WS-PRC-PROMO-SW          PIC X(1) VALUE 'N'.
               88 PROMOTION-IN-FORCE            VALUE 'Y'.
           03 WS-PRC-OVERLAP-SW        PIC X(1) VALUE 'N'.
               88 SCHEDULE-OVERLAPS             VALUE 'Y'.
      * Credit control: before an order or basket is taken, the
      * ordering userid's open ARLEDGR items are totalled and any
      * invoice still open past 90 days noted. ARCUST says whether
      * being over the limit, or the old invoices, refuses the order
      * or only warns; with no ARLEDGR there is nothing to check.
       COPY ARLEDGR SUPPRESS.
       COPY ARCUST SUPPRESS.
       01 WS-CRD-FIELDS.
           03 WS-CRD-USERID            PIC X(8) VALUE SPACES.
           03 WS-CRD-BALANCE           PIC S9(9)V99 VALUE 0.
           03 WS-CRD-TODAY             PIC 9(8) VALUE 0.
           03 WS-CRD-AGED-DATE         PIC 9(8) VALUE 0.
           03 WS-CRD-AGED-DATE-X REDEFINES WS-CRD-AGED-DATE
                                       PIC X(8).
           03 WS-CRD-MESSAGE           PIC X(75) VALUE SPACES.
           03 WS-CRD-RESPONSE          PIC S9(8) COMP VALUE 0.
           03 WS-CRD-BROWSE-KEY.
               05 WS-CBK-USERID        PIC X(8).
               05 WS-CBK-REST          PIC X(19).
           03 WS-CRD-DONE-SW           PIC X(1) VALUE 'N'.
               88 LEDGER-SCAN-DONE              VALUE 'Y'.
           03 WS-CRD-ARREARS-SW        PIC X(1) VALUE 'N'.
               88 CUSTOMER-IN-ARREARS           VALUE 'Y'.
           03 WS-CRD-OVER-SW           PIC X(1) VALUE 'N'.
               88 CUSTOMER-OVER-LIMIT           VALUE 'Y'.
       01 WS-RET-FIELDS.
           03 WS-RET-CREDIT            PIC 9(5)V99 VALUE 0.
           03 WS-RET-CREDIT-DISPLAY    PIC ZZ,ZZ9.99.
      * transfers and the per-location stock-take
       01 WS-LOC-FIELDS.
           03 WS-PREF-LOCATION         PIC X(2) VALUE '01'.
           03 WS-ALLOC-LOCATION        PIC X(2) VALUE SPACES.
           03 WS-STKT-LOCATION         PIC X(2) VALUE '01'.
           03 WS-ALLOC-REMAINING       PIC 9(4) VALUE 0.
           03 WS-ALLOC-TAKE            PIC 9(4) VALUE 0.
      *        Call routine to receive returned goods and credit
                   PERFORM RETURN-RECEIPT

               WHEN '01CANC'
      *        Call routine to cancel an order or one of its lines
                   PERFORM CANCEL-ORDER

               WHEN '01ITMA'
      *        Call routine to add a new catalog item
                   PERFORM ITEM-ADD

               WHEN '01ITMC'
      *        Call routine to change a catalog item's details
                   PERFORM ITEM-CHANGE

               WHEN '01ITMD'
      *        Call routine to discontinue a catalog item
                   PERFORM ITEM-DISCONTINUE

               WHEN '01PRCA'
      *        Call routine to enter a promotional price schedule
                   PERFORM PRICE-SCHEDULE-ADD

               WHEN OTHER
      *        Request is not recognised or supported
                   PERFORM REQUEST-NOT-RECOGNISED
           MOVE WS-ITEM-REF TO RM-ITEM-REF
           MOVE WS-IN-STOCK TO RM-IN-STOCK
           MOVE WS-ON-ORDER TO RM-REORDER-POINT
      * An item not yet planned by CATRPLAN has no reorder quantity
           IF WS-REORDER-QTY IS NUMERIC
               MOVE WS-REORDER-QTY TO RM-REORDER-QTY
           ELSE
               MOVE 0 TO RM-REORDER-QTY
           END-IF
           MOVE WS-SUPPLIER-REF TO RM-SUPPLIER-REF
      * Write output message to TDQ
           EXEC CICS WRITEQ TD QUEUE('STCK')
                     FROM(REORDER-MSG)
               UNTIL WS-LOOP-COUNTER EQUAL 15
              INITIALIZE CA-CAT-ITEM(WS-LOOP-COUNTER)
           END-PERFORM
           MOVE 0 TO WS-LOOP-COUNTER
           MOVE 0 TO WS-RECORD-COUNT

           MOVE 'EXDSVSAM: CATALOG-INQUIRE' TO CA-RESPONSE-MESSAGE

           END-IF


      * Loop thru file read in records until EOF or 15 records kept;
      * discontinued items are passed over, so WS-SCAN-COUNTER bounds
      * the READNEXTs exactly as the department inquiry does.
           PERFORM
               WITH TEST AFTER
               VARYING  WS-SCAN-COUNTER FROM 1 BY 1
               UNTIL CATALOG-EOF
                  OR WS-LOOP-COUNTER EQUAL 15
                  OR WS-SCAN-COUNTER EQUAL 9999

               EXEC CICS READNEXT FILE(WS-FILENAME)
                                  INTO(WS-CAT-ITEM)

               EVALUATE WS-RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF NOT ITEM-DISCONTINUED
                           ADD 1 TO WS-LOOP-COUNTER
                           MOVE WS-LOOP-COUNTER TO WS-RECORD-COUNT

                           PERFORM QUOTE-PRICE-IN-FORCE
                           MOVE WS-CAT-ITEM TO
                                CA-CAT-ITEM(WS-LOOP-COUNTER)

                           MOVE WS-RECORD-COUNT TO CA-ITEM-COUNT
                           MOVE WS-CURRENT-ITEM-REF TO CA-LAST-ITEM-REF
                       END-IF

                   WHEN DFHRESP(ENDFILE)
                       MOVE 'Y' TO CATALOG-EOF-SW
               EVALUATE WS-RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF WS-DEPARTMENT EQUAL CA-DEPARTMENT-REQ
                          AND NOT ITEM-DISCONTINUED
                           ADD 1 TO WS-LOOP-COUNTER
                           PERFORM QUOTE-PRICE-IN-FORCE
                           MOVE WS-CAT-ITEM TO
                                CA-CAT-ITEM(WS-LOOP-COUNTER)
                           MOVE WS-LOOP-COUNTER TO WS-RECORD-COUNT
               END-IF
           END-IF

      *    Populate commarea to return single item, quoting the
      *    price in force today

           PERFORM QUOTE-PRICE-IN-FORCE
           MOVE WS-CAT-ITEM TO CA-SINGLE-ITEM

           MOVE SPACES TO CA-RESPONSE-MESSAGE
               DELIMITED BY SIZE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           IF PROMOTION-IN-FORCE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'RETURNED ITEM: REF ='
                      CA-ITEM-REF-REQ
                      ' - PROMOTIONAL PRICE'
                   DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF
      *    A discontinued item can still be looked up by reference,
      *    for its existing orders and returns, but says so
           IF ITEM-DISCONTINUED
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'RETURNED ITEM: REF ='
                      CA-ITEM-REF-REQ
                      ' - DISCONTINUED'
                   DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF


           EXIT.
               EXEC CICS RETURN END-EXEC
           END-IF

      * Customer on credit hold takes no order
           PERFORM CHECK-CUSTOMER-CREDIT THRU CHECK-CUSTOMER-CREDIT-END

      * Read file for update
           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
      *        Normal Response
               WHEN DFHRESP(NORMAL)
                   PERFORM UPDATE-FILE
                   PERFORM ADD-CREDIT-WARNING
      *        Error Conditions
               WHEN DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
           EXIT.

        UPDATE-FILE.
      *    A discontinued item takes no new orders, back-orders
      *    included
           IF ITEM-DISCONTINUED
               EXEC CICS UNLOCK file(WS-FILENAME)END-EXEC
               MOVE 95 TO CA-RETURN-CODE
               MOVE 'ITEM DISCONTINUED - NO NEW ORDERS'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
      *    Not enough stock to satisfy the order: capture it as a
      *    back-order against the item instead of refusing the sale,
      *    and tell the customer so
           IF CA-QUANTITY-REQ IS GREATER THAN WS-IN-STOCK
               EXEC CICS UNLOCK file(WS-FILENAME)END-EXEC
               PERFORM RECORD-BACK-ORDER
               PERFORM ADD-CREDIT-WARNING
               EXEC CICS RETURN END-EXEC
           END-IF
      *    Update quantity on file
                   MOVE CA-ITEM-REF-NUMBER TO WS-STG-ITEM-REF
                   MOVE CA-QUANTITY-REQ TO WS-STG-QUANTITY
                   MOVE 'P' TO WS-STG-STATUS
                   MOVE CA-ITEM-REF-NUMBER TO WS-PRC-ITEM-REF
                   PERFORM PRICE-IN-FORCE THRU PRICE-IN-FORCE-END
                   MOVE WS-PRC-PRICE TO WS-STG-UNIT-COST
      *            Draw the stock from the preferred location, the
      *            other locations covering any shortfall, before the
      *            line is recorded so it carries the location drawn
                   PERFORM ALLOCATE-LOCATION-STOCK
                       THRU ALLOCATE-LOCATION-STOCK-END
                   PERFORM CREATE-ORDER-RECORD
                       THRU CREATE-ORDER-RECORD-END
      *            Stock has fallen below the reorder point (kept in
      *            WS-ON-ORDER) -- tell the stock manager, unless the
      *            item is discontinued and is not to be restocked
                   IF WS-IN-STOCK IS LESS THAN WS-ON-ORDER
                      AND NOT ITEM-DISCONTINUED
                       PERFORM WRITE-REORDER-MESSAGE
                   END-IF
      *            Commit the stock decrement as its own unit of work
      *================================================================*
        CREATE-ORDER-RECORD.
           IF WS-ASSIGNED-ORDER EQUAL ZERO
               PERFORM ASSIGN-ORDER-NUMBER THRU ASSIGN-ORDER-NUMBER-END
               MOVE 0 TO WS-ORDER-LINE
           END-IF
           IF WS-ASSIGNED-ORDER EQUAL ZERO
           MOVE WS-STG-ITEM-REF TO ORDHIST-ITEM-REF
           MOVE WS-STG-QUANTITY TO ORDHIST-QUANTITY
           MOVE WS-STG-STATUS TO ORDHIST-STATUS
           IF WS-STG-STATUS EQUAL 'B'
               MOVE 'Y' TO ORDHIST-BACKORDER-SW
           END-IF
           MOVE WS-STG-UNIT-COST TO ORDHIST-UNIT-COST
           MOVE WS-ALLOC-LOCATION TO ORDHIST-LOCATION
           MOVE DATE1(1:8) TO ORDHIST-DATE
           MOVE TIME1(1:6) TO ORDHIST-TIME
           MOVE 'N' TO ORDHIST-PUBLISHED
                   MOVE 'BACK-ORDERED' TO CA-ORD-RESP-STATUS-TEXT
               WHEN 'R'
                   MOVE 'RETURNED' TO CA-ORD-RESP-STATUS-TEXT
               WHEN 'C'
                   MOVE 'CANCELLED' TO CA-ORD-RESP-STATUS-TEXT
               WHEN 'D'
                   MOVE 'DELIVERED' TO CA-ORD-RESP-STATUS-TEXT
               WHEN 'F'
                   MOVE 'UNDELIVERED' TO CA-ORD-RESP-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO CA-ORD-RESP-STATUS-TEXT
           END-EVALUATE
      *================================================================*
      * Procedure for the warehouse to progress an order: placed (P)  *
      *   moves to picked (K), picked moves to shipped (S); every     *
      *   line of the order progresses together, cancelled lines      *
      *   excepted                                                    *
      *================================================================*
        ORDER-STATUS-UPDATE.
           IF CA-ORD-NEW-STATUS NOT EQUAL 'K'
           MOVE 'N' TO WS-ORD-UPD-DONE-SW
           MOVE 'N' TO WS-ORD-UPD-FAIL-SW
           MOVE 0 TO WS-ORDER-LINE
           PERFORM UPDATE-ONE-ORDER-LINE THRU UPDATE-ONE-ORDER-LINE-END
               UNTIL ORDER-UPDATE-DONE

      *    A disallowed progression stops the loop with its error
           END-IF
           ADD 1 TO WS-ORDER-LINE

      *    A cancelled line stays cancelled while the rest progress
           IF ORDHIST-CANCELLED
               EXEC CICS UNLOCK FILE('ORDRHIST') END-EXEC
               GO TO UPDATE-ONE-ORDER-LINE-END
           END-IF

      *    Only the legal progression is applied: P to K, K to S
           IF (CA-ORD-NEW-STATUS EQUAL 'K'
               AND ORDHIST-STATUS EQUAL 'P')
               AND ORDHIST-STATUS EQUAL 'K')
               MOVE CA-ORD-NEW-STATUS TO ORDHIST-STATUS
               MOVE 'N' TO ORDHIST-PUBLISHED
      *        A shipped line is dated for the delivery follow-up
               IF ORDHIST-SHIPPED
                   EXEC CICS ASKTIME ABSTIME(ABS-TIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                             MMDDYYYY(DATE1)
                   END-EXEC
                   MOVE DATE1(1:8) TO ORDHIST-SHIPPED-DATE
               END-IF
               EXEC CICS REWRITE FILE('ORDRHIST')
                                 FROM(ORDHIST-RECORD)
                                 LENGTH(LENGTH OF ORDHIST-RECORD)
      *    per item+location: a first count at a second location of
      *    a managed item must never replace the book total with
      *    that one site's count
           PERFORM CHECK-ITEM-MANAGED THRU CHECK-ITEM-MANAGED-END
           MOVE 'N' TO WS-LOC-REC-SW
           MOVE CA-ITEM-REF-NUMBER TO CATLOC-ITEM-REF
           MOVE WS-STKT-LOCATION TO CATLOC-LOCATION

      *================================================================*
      * Procedure to authorize a return against a shipped order line: *
      *   the line must exist, have shipped (delivered or not), and   *
      *   the return quantity cannot exceed what shipped. One return  *
      *   per line; the unit cost the line was placed at is captured  *
      *   so the credit values the return at the price the customer   *
      *   paid                                                        *
      *================================================================*
        RETURN-AUTHORIZE.
           MOVE 'RETURN-AUTHORIZE' TO CA-RESPONSE-MESSAGE
               MOVE 'ORDER LINE NOT FOUND' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF NOT ORDHIST-SHIPPED
              AND NOT ORDHIST-DELIVERED
               MOVE 95 TO CA-RETURN-CODE
               MOVE 'ONLY SHIPPED OR DELIVERED LINES MAY BE RETURNED'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 0 TO WS-FILLED-COUNT
           MOVE 0 TO WS-FILLED-QTY
           MOVE 'N' TO WS-FILL-DONE-SW
           PERFORM FILL-ONE-BACK-ORDER THRU FILL-ONE-BACK-ORDER-END
               UNTIL BACKORDER-FILL-DONE
           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
      *    What the back-order fills did not consume lands back at
      *    the receiving location (no on-order relief - the goods
      *    were never on a purchase order)
           PERFORM RESTOCK-LOCATION THRU RESTOCK-LOCATION-END

      *    The credit, valued at the placement-day unit cost
           COMPUTE WS-RET-CREDIT =

      *    A fully-returned line moves to status R (and publishes as
      *    an order event); a partial return leaves the line shipped
      *    or delivered
           MOVE CA-RET-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE CA-RET-LINE TO ORDHIST-LINE
           EXEC CICS READ FILE('ORDRHIST')
           EXIT.

      *================================================================*
      * Procedure to cancel one order line, or every line of the      *
      *   order when the line asked for is zero, while it is still    *
      *   placed or back-ordered. A placed line's stock goes back     *
      *   into the catalog (waiting back-orders fill first, exactly   *
      *   as on a return) and the rest to the location it was drawn   *
      *   from; a back-ordered line's BACKORD record is dropped. The  *
      *   line moves to status C, is logged on ORDCANC with its       *
      *   reason and publishes as an order event so the warehouse     *
      *   drops it. A whole-order cancel is all-or-nothing: a line    *
      *   already picked, shipped or returned refuses it, and a       *
      *   failure part-way backs every line out                       *
      *================================================================*
        CANCEL-ORDER.
           MOVE 'CANCEL-ORDER' TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-CAN-LINES-CANCELLED
           IF CA-CAN-ORDER-NUMBER IS NOT NUMERIC
              OR CA-CAN-ORDER-NUMBER IS NOT GREATER THAN 0
              OR CA-CAN-LINE IS NOT NUMERIC
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ORDER NUMBER OR LINE'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CAN-REASON-CODE TO ORDCANC-REASON-CODE
           IF NOT ORDCANC-REASON-VALID
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'CANCEL REASON MUST BE CR, DU, WI, DL, PA OR OT'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Check the line (or every line) before any stock moves
           MOVE 0 TO WS-CAN-READ-COUNT
           MOVE 0 TO WS-CAN-OPEN-COUNT
           MOVE 'N' TO WS-CAN-BLOCKED-SW
           MOVE 'N' TO WS-CAN-SCAN-DONE-SW
           IF CA-CAN-LINE EQUAL 0
               MOVE 0 TO WS-CAN-LINE
               PERFORM CHECK-ONE-CANCEL-LINE
                   THRU CHECK-ONE-CANCEL-LINE-END
                   UNTIL CANCEL-SCAN-DONE
           ELSE
               COMPUTE WS-CAN-LINE = CA-CAN-LINE - 1
               PERFORM CHECK-ONE-CANCEL-LINE
                   THRU CHECK-ONE-CANCEL-LINE-END
           END-IF
           EVALUATE TRUE
               WHEN WS-CAN-READ-COUNT EQUAL 0
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE 'ORDER LINE NOT FOUND' TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
               WHEN CANCEL-BLOCKED
                   MOVE 95 TO CA-RETURN-CODE
                   MOVE 'LINE ALREADY PICKED OR SHIPPED - CANNOT CANCEL'
                        TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
               WHEN WS-CAN-OPEN-COUNT EQUAL 0
                   MOVE 94 TO CA-RETURN-CODE
                   MOVE 'ALREADY CANCELLED' TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE 0 TO WS-CAN-COUNT
           MOVE 'N' TO WS-CAN-FAIL-SW
           EXEC CICS ASSIGN USERID(WS-CAN-USERID) END-EXEC
           IF CA-CAN-LINE EQUAL 0
               PERFORM CANCEL-ONE-ORDER-LINE
                   THRU CANCEL-ONE-ORDER-LINE-END
                   VARYING WS-CAN-LINE FROM 1 BY 1
                   UNTIL WS-CAN-LINE GREATER THAN WS-CAN-READ-COUNT
                      OR CANCEL-FAILED
           ELSE
               MOVE CA-CAN-LINE TO WS-CAN-LINE
               PERFORM CANCEL-ONE-ORDER-LINE
                   THRU CANCEL-ONE-ORDER-LINE-END
           END-IF
           IF CANCEL-FAILED
      *        Back every line out - nothing is cancelled at all
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'ERROR COMMITTING CANCELLATION'
                    TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE WS-CAN-COUNT TO CA-CAN-LINES-CANCELLED
               MOVE WS-CAN-COUNT TO WS-CAN-COUNT-DISPLAY
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'ORDER ' CA-CAN-ORDER-NUMBER ' - '
                      WS-CAN-COUNT-DISPLAY ' LINE(S) CANCELLED'
                      DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF
           EXIT.
        CANCEL-ORDER-END.
           EXIT.

        CHECK-ONE-CANCEL-LINE.
           MOVE CA-CAN-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           COMPUTE ORDHIST-LINE = WS-CAN-LINE + 1
           EXEC CICS READ FILE('ORDRHIST')
                          INTO(ORDHIST-RECORD)
                          RIDFLD(ORDHIST-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-SCAN-DONE-SW
               GO TO CHECK-ONE-CANCEL-LINE-END
           END-IF
           ADD 1 TO WS-CAN-LINE
           ADD 1 TO WS-CAN-READ-COUNT
           EVALUATE TRUE
               WHEN ORDHIST-PLACED
               WHEN ORDHIST-BACKORDERED
                   ADD 1 TO WS-CAN-OPEN-COUNT
               WHEN ORDHIST-CANCELLED
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-CAN-BLOCKED-SW
                   MOVE 'Y' TO WS-CAN-SCAN-DONE-SW
           END-EVALUATE
           IF CA-CAN-LINE NOT EQUAL 0
               MOVE 'Y' TO WS-CAN-SCAN-DONE-SW
           END-IF
           EXIT.
        CHECK-ONE-CANCEL-LINE-END.
           EXIT.

      *================================================================*
      * Procedure to cancel the order line WS-CAN-LINE: status to C   *
      *   under the update lock, then its stock or back-order         *
      *   released, the cancellation logged and the event published;  *
      *   a line already cancelled is passed over                     *
      *================================================================*
        CANCEL-ONE-ORDER-LINE.
           MOVE CA-CAN-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE WS-CAN-LINE TO ORDHIST-LINE
           EXEC CICS READ FILE('ORDRHIST')
                          UPDATE
                          INTO(ORDHIST-RECORD)
                          RIDFLD(ORDHIST-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR OCCURED READING FILE' TO CA-RESPONSE-MESSAGE
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF
           IF ORDHIST-CANCELLED
               EXEC CICS UNLOCK FILE('ORDRHIST') END-EXEC
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF
      *    Re-checked under the lock: the warehouse may have picked
      *    the line since the check
           IF NOT ORDHIST-PLACED
              AND NOT ORDHIST-BACKORDERED
               EXEC CICS UNLOCK FILE('ORDRHIST') END-EXEC
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 95 TO CA-RETURN-CODE
               MOVE 'LINE ALREADY PICKED OR SHIPPED - CANNOT CANCEL'
                    TO CA-RESPONSE-MESSAGE
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF

           MOVE ORDHIST-STATUS TO WS-CAN-PRIOR-STATUS
           MOVE ORDHIST-ITEM-REF TO WS-CAN-ITEM-REF
           MOVE ORDHIST-QUANTITY TO WS-CAN-QUANTITY
           MOVE ORDHIST-LOCATION TO WS-CAN-LOCATION
           IF ORDHIST-UNIT-COST IS NUMERIC
               MOVE ORDHIST-UNIT-COST TO WS-CAN-UNIT-COST
           ELSE
               MOVE 0 TO WS-CAN-UNIT-COST
           END-IF
           MOVE 'C' TO ORDHIST-STATUS
           MOVE 'N' TO ORDHIST-PUBLISHED
           EXEC CICS REWRITE FILE('ORDRHIST')
                             FROM(ORDHIST-RECORD)
                             LENGTH(LENGTH OF ORDHIST-RECORD)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF

           IF WS-CAN-PRIOR-STATUS EQUAL 'P'
               PERFORM RELEASE-CANCELLED-STOCK
                   THRU RELEASE-CANCELLED-STOCK-END
           ELSE
               PERFORM DROP-CANCELLED-BACK-ORDER
           END-IF
           IF CANCEL-FAILED
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF
           PERFORM LOG-CANCELLATION
           IF CANCEL-FAILED
               GO TO CANCEL-ONE-ORDER-LINE-END
           END-IF
           ADD 1 TO WS-CAN-COUNT

      *    The warehouse hears the cancellation and drops the line;
      *    the back-order fills may have reused the record area, so
      *    the line is read back first
           MOVE CA-CAN-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE WS-CAN-LINE TO ORDHIST-LINE
           EXEC CICS READ FILE('ORDRHIST')
                          INTO(ORDHIST-RECORD)
                          RIDFLD(ORDHIST-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               PERFORM PUBLISH-ORDER-LINE
           END-IF
           EXIT.
        CANCEL-ONE-ORDER-LINE-END.
           EXIT.

      *================================================================*
      * Procedure to put a cancelled placed line's stock back: into   *
      *   the catalog total, filling waiting back-orders first, and   *
      *   what they leave back at the location it was drawn from      *
      *================================================================*
        RELEASE-CANCELLED-STOCK.
           MOVE WS-CAN-ITEM-REF TO CA-ITEM-REF-NUMBER
           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
                          INTO(WS-CAT-ITEM)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO RELEASE-CANCELLED-STOCK-END
           END-IF
           ADD WS-CAN-QUANTITY TO WS-IN-STOCK
           MOVE 0 TO WS-FILLED-COUNT
           MOVE 0 TO WS-FILLED-QTY
           MOVE 'N' TO WS-FILL-DONE-SW
           PERFORM FILL-ONE-BACK-ORDER THRU FILL-ONE-BACK-ORDER-END
               UNTIL BACKORDER-FILL-DONE
           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
               GO TO RELEASE-CANCELLED-STOCK-END
           END-IF
           PERFORM RESTOCK-CANCELLED-LOCATION
               THRU RESTOCK-CANCELLED-LOCATION-END
           EXIT.
        RELEASE-CANCELLED-STOCK-END.
           EXIT.

      *================================================================*
      * Procedure to land the un-filled part of a cancelled line back *
      *   at the location it was drawn from; a line that drew from no *
      *   location (item not location-managed) leaves CATLOC alone    *
      *================================================================*
        RESTOCK-CANCELLED-LOCATION.
           IF WS-CAN-LOCATION EQUAL SPACES
               GO TO RESTOCK-CANCELLED-LOCATION-END
           END-IF
           COMPUTE WS-RCV-LOC-QTY =
               WS-CAN-QUANTITY - WS-FILLED-QTY
           IF WS-RCV-LOC-QTY IS NOT GREATER THAN 0
               GO TO RESTOCK-CANCELLED-LOCATION-END
           END-IF
           MOVE WS-CAN-ITEM-REF TO CATLOC-ITEM-REF
           MOVE WS-CAN-LOCATION TO CATLOC-LOCATION
           EXEC CICS READ FILE('CATLOC')
                          UPDATE
                          INTO(CATLOC-RECORD)
                          RIDFLD(CATLOC-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               ADD WS-RCV-LOC-QTY TO CATLOC-ON-HAND
               EXEC CICS REWRITE FILE('CATLOC')
                                 FROM(CATLOC-RECORD)
                                 RESP(WS-RESPONSE-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO CATLOC-RECORD
               MOVE WS-CAN-ITEM-REF TO CATLOC-ITEM-REF
               MOVE WS-CAN-LOCATION TO CATLOC-LOCATION
               MOVE WS-RCV-LOC-QTY TO CATLOC-ON-HAND
               MOVE 0 TO CATLOC-ON-ORDER
               EXEC CICS WRITE FILE('CATLOC')
                               FROM(CATLOC-RECORD)
                               LENGTH(LENGTH OF CATLOC-RECORD)
                               RIDFLD(CATLOC-KEY)
                               RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF
           EXIT.
        RESTOCK-CANCELLED-LOCATION-END.
           EXIT.

      *================================================================*
      * Procedure to drop a cancelled back-ordered line from the      *
      *   BACKORD queue so no stock receipt fills it                  *
      *================================================================*
        DROP-CANCELLED-BACK-ORDER.
           MOVE WS-CAN-ITEM-REF TO BACKORD-ITEM-REF
           MOVE CA-CAN-ORDER-NUMBER TO BACKORD-ORDER-NUMBER
           EXEC CICS DELETE FILE('BACKORD')
                            KEYLENGTH(LENGTH OF BACKORD-KEY)
                            RIDFLD(BACKORD-KEY)
                            RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT EQUAL DFHRESP(NOTFND)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
           END-IF
           EXIT.
        DROP-CANCELLED-BACK-ORDER-END.
           EXIT.

      *================================================================*
      * Procedure to log the cancelled line on ORDCANC for the daily  *
      *   cancellation list                                           *
      *================================================================*
        LOG-CANCELLATION.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE SPACES TO ORDCANC-RECORD
           MOVE DATE1(1:8) TO ORDCANC-DATE
           MOVE TIME1(1:6) TO ORDCANC-TIME
           MOVE CA-CAN-ORDER-NUMBER TO ORDCANC-ORDER-NUMBER
           MOVE WS-CAN-LINE TO ORDCANC-LINE
           MOVE WS-CAN-USERID TO ORDCANC-USERID
           MOVE WS-CAN-ITEM-REF TO ORDCANC-ITEM-REF
           MOVE WS-CAN-QUANTITY TO ORDCANC-QUANTITY
           MOVE WS-CAN-UNIT-COST TO ORDCANC-UNIT-COST
           MOVE WS-CAN-PRIOR-STATUS TO ORDCANC-PRIOR-STATUS
           IF WS-CAN-PRIOR-STATUS EQUAL 'P'
               MOVE WS-CAN-LOCATION TO ORDCANC-LOCATION
           END-IF
           MOVE CA-CAN-REASON-CODE TO ORDCANC-REASON-CODE
           MOVE CA-CAN-REASON TO ORDCANC-REASON
           EXEC CICS WRITE FILE('ORDCANC')
                           FROM(ORDCANC-RECORD)
                           LENGTH(LENGTH OF ORDCANC-RECORD)
                           RIDFLD(ORDCANC-KEY)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAN-FAIL-SW
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR RECORDING CANCELLATION - ORDER NOT CANCELLED'
                    TO CA-RESPONSE-MESSAGE
           END-IF
           EXIT.
        LOG-CANCELLATION-END.
           EXIT.

      *================================================================*
      * Procedure to add a new item to the catalog: every field is    *
      *   edited, the item starts with no stock (01RCPT brings it in) *
      *   and each field it is created with is logged on ITEMCHG      *
      *================================================================*
        ITEM-ADD.
           MOVE 'ITEM-ADD' TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-MNT-FIELDS-CHANGED
           IF CA-MNT-ITEM-REF IS NOT NUMERIC
              OR CA-MNT-ITEM-REF IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM REFERENCE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-DESCRIPTION EQUAL SPACES
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'ITEM DESCRIPTION IS REQUIRED'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-DEPARTMENT IS NOT NUMERIC
              OR CA-MNT-DEPARTMENT IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID DEPARTMENT' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-COST IS NOT NUMERIC
              OR CA-MNT-COST IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'ITEM COST MUST BE POSITIVE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-REORDER-POINT IS NOT NUMERIC
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID REORDER POINT' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO WS-CAT-ITEM
           MOVE CA-MNT-ITEM-REF TO WS-ITEM-REF
           MOVE CA-MNT-DESCRIPTION TO WS-DESCRIPTION
           MOVE CA-MNT-DEPARTMENT TO WS-DEPARTMENT
           MOVE CA-MNT-COST TO WS-COST
           MOVE 0 TO WS-IN-STOCK
           MOVE CA-MNT-REORDER-POINT TO WS-ON-ORDER
           MOVE CA-MNT-SUPPLIER TO WS-SUPPLIER-REF
           MOVE 0 TO WS-REORDER-QTY
           EXEC CICS WRITE FILE(WS-FILENAME)
                           FROM(WS-CAT-ITEM)
                           RIDFLD(CA-MNT-ITEM-REF)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 94 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING  'ITEM - '
                           CA-MNT-ITEM-REF
                           ' ALREADY ON FILE'
                       DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR OCCURED WRITING FILE'
                        TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE

           MOVE 'A' TO WS-MNT-ACTION
           PERFORM START-ITEM-CHANGE
           SET ITEMCHG-FLD-DESCRIPTION TO TRUE
           MOVE WS-DESCRIPTION TO ITEMCHG-NEW-VALUE
           PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           SET ITEMCHG-FLD-DEPARTMENT TO TRUE
           MOVE WS-DEPARTMENT TO ITEMCHG-NEW-VALUE
           PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           SET ITEMCHG-FLD-COST TO TRUE
           MOVE WS-COST TO ITEMCHG-NEW-VALUE
           PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           SET ITEMCHG-FLD-REORDER-POINT TO TRUE
           MOVE WS-ON-ORDER TO ITEMCHG-NEW-VALUE
           PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           IF WS-SUPPLIER-REF NOT EQUAL SPACES
               SET ITEMCHG-FLD-SUPPLIER TO TRUE
               MOVE WS-SUPPLIER-REF TO ITEMCHG-NEW-VALUE
               PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           END-IF
           PERFORM COMMIT-ITEM-CHANGE

           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'ITEM ' CA-MNT-ITEM-REF ' ADDED TO CATALOG'
                  DELIMITED BY SIZE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           EXIT.
        ITEM-ADD-END.
           EXIT.

      *================================================================*
      * Procedure to change an item's description, department, cost   *
      *   or supplier: only the fields supplied and actually          *
      *   different are changed, each logged with its old and new     *
      *   value; an item already discontinued is not changed          *
      *================================================================*
        ITEM-CHANGE.
           MOVE 'ITEM-CHANGE' TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-MNT-FIELDS-CHANGED
           IF CA-MNT-ITEM-REF IS NOT NUMERIC
              OR CA-MNT-ITEM-REF IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM REFERENCE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-DEPARTMENT IS NOT NUMERIC
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID DEPARTMENT' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-MNT-COST IS NOT NUMERIC
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM COST' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-ITEM-FOR-MAINT
           IF ITEM-DISCONTINUED
               EXEC CICS UNLOCK FILE(WS-FILENAME) END-EXEC
               MOVE 95 TO CA-RETURN-CODE
               MOVE 'ITEM DISCONTINUED - CANNOT BE CHANGED'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Log each field that really changes, then apply it
           MOVE 'C' TO WS-MNT-ACTION
           PERFORM START-ITEM-CHANGE
           IF CA-MNT-DESCRIPTION NOT EQUAL SPACES
              AND CA-MNT-DESCRIPTION NOT EQUAL WS-DESCRIPTION
               SET ITEMCHG-FLD-DESCRIPTION TO TRUE
               MOVE WS-DESCRIPTION TO ITEMCHG-OLD-VALUE
               MOVE CA-MNT-DESCRIPTION TO ITEMCHG-NEW-VALUE
               PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
               MOVE CA-MNT-DESCRIPTION TO WS-DESCRIPTION
           END-IF
           IF CA-MNT-DEPARTMENT IS GREATER THAN 0
              AND CA-MNT-DEPARTMENT NOT EQUAL WS-DEPARTMENT
               SET ITEMCHG-FLD-DEPARTMENT TO TRUE
               MOVE WS-DEPARTMENT TO ITEMCHG-OLD-VALUE
               MOVE CA-MNT-DEPARTMENT TO ITEMCHG-NEW-VALUE
               PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
               MOVE CA-MNT-DEPARTMENT TO WS-DEPARTMENT
           END-IF
           MOVE CA-MNT-COST TO WS-MNT-COST-EDIT
           IF CA-MNT-COST IS GREATER THAN 0
              AND WS-MNT-COST-EDIT NOT EQUAL WS-COST
               SET ITEMCHG-FLD-COST TO TRUE
               MOVE WS-COST TO ITEMCHG-OLD-VALUE
               MOVE WS-MNT-COST-EDIT TO ITEMCHG-NEW-VALUE
               PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
               MOVE WS-MNT-COST-EDIT TO WS-COST
           END-IF
           IF CA-MNT-SUPPLIER NOT EQUAL SPACES
              AND CA-MNT-SUPPLIER NOT EQUAL WS-SUPPLIER-REF
               SET ITEMCHG-FLD-SUPPLIER TO TRUE
               MOVE WS-SUPPLIER-REF TO ITEMCHG-OLD-VALUE
               MOVE CA-MNT-SUPPLIER TO ITEMCHG-NEW-VALUE
               PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
               MOVE CA-MNT-SUPPLIER TO WS-SUPPLIER-REF
           END-IF
           IF ITEM-CHANGE-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           IF WS-MNT-COUNT EQUAL 0
               EXEC CICS UNLOCK FILE(WS-FILENAME) END-EXEC
               MOVE 94 TO CA-RETURN-CODE
               MOVE 'NOTHING TO CHANGE - ITEM ALREADY AS GIVEN'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM COMMIT-ITEM-CHANGE

           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'ITEM ' CA-MNT-ITEM-REF ' CHANGED - '
                  WS-MNT-COUNT ' FIELD(S)'
                  DELIMITED BY SIZE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           EXIT.
        ITEM-CHANGE-END.
           EXIT.

      *================================================================*
      * Procedure to discontinue an item: it takes no new orders and  *
      *   leaves the catalog pages and reorder messages, while its    *
      *   open orders, back-order fills, receipts and returns still   *
      *   work against it                                             *
      *================================================================*
        ITEM-DISCONTINUE.
           MOVE 'ITEM-DISCONTINUE' TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-MNT-FIELDS-CHANGED
           IF CA-MNT-ITEM-REF IS NOT NUMERIC
              OR CA-MNT-ITEM-REF IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM REFERENCE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-ITEM-FOR-MAINT
           IF ITEM-DISCONTINUED
               EXEC CICS UNLOCK FILE(WS-FILENAME) END-EXEC
               MOVE 94 TO CA-RETURN-CODE
               MOVE 'ITEM ALREADY DISCONTINUED' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'D' TO WS-MNT-ACTION
           PERFORM START-ITEM-CHANGE
           SET ITEMCHG-FLD-STATUS TO TRUE
           MOVE 'ACTIVE' TO ITEMCHG-OLD-VALUE
           MOVE 'DISCONTINUED' TO ITEMCHG-NEW-VALUE
           PERFORM WRITE-ITEM-CHANGE THRU WRITE-ITEM-CHANGE-END
           IF ITEM-CHANGE-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'D' TO WS-ITEM-STATUS
           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM COMMIT-ITEM-CHANGE

           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'ITEM ' CA-MNT-ITEM-REF ' DISCONTINUED'
                  DELIMITED BY SIZE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           EXIT.
        ITEM-DISCONTINUE-END.
           EXIT.

      *================================================================*
      * Procedure to read the item being maintained for update        *
      *================================================================*
        READ-ITEM-FOR-MAINT.
           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
                          INTO(WS-CAT-ITEM)
                          RIDFLD(CA-MNT-ITEM-REF)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING  'ITEM - '
                           CA-MNT-ITEM-REF
                           ' NOT FOUND'
                       DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR OCCURED READING FILE'
                        TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE
           EXIT.
        READ-ITEM-FOR-MAINT-END.
           EXIT.

      *================================================================*
      * Procedures to log item maintenance on ITEMCHG: the date, time,*
      *   item, action and userid are set once per request, then one  *
      *   record is written per field with its old and new value. A   *
      *   change that cannot be logged is not made at all             *
      *================================================================*
        START-ITEM-CHANGE.
           MOVE 0 TO WS-MNT-COUNT
           MOVE 'N' TO WS-MNT-FAIL-SW
           MOVE SPACES TO ITEMCHG-RECORD
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(ITEMCHG-DATE)
                     TIME(TIME1)
           END-EXEC
           MOVE TIME1(1:6) TO ITEMCHG-TIME
           MOVE CA-MNT-ITEM-REF TO ITEMCHG-ITEM-REF
           MOVE WS-MNT-ACTION TO ITEMCHG-ACTION
           EXEC CICS ASSIGN USERID(ITEMCHG-USERID) END-EXEC
           EXIT.
        START-ITEM-CHANGE-END.
           EXIT.

        WRITE-ITEM-CHANGE.
           IF ITEM-CHANGE-FAILED
               GO TO WRITE-ITEM-CHANGE-END
           END-IF
           EXEC CICS WRITE FILE('ITEMCHG')
                           FROM(ITEMCHG-RECORD)
                           LENGTH(LENGTH OF ITEMCHG-RECORD)
                           RIDFLD(ITEMCHG-KEY)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MNT-FAIL-SW
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR RECORDING ITEM CHANGE - ITEM NOT CHANGED'
                    TO CA-RESPONSE-MESSAGE
           ELSE
               ADD 1 TO WS-MNT-COUNT
           END-IF
           MOVE SPACES TO ITEMCHG-OLD-VALUE
           MOVE SPACES TO ITEMCHG-NEW-VALUE
           EXIT.
        WRITE-ITEM-CHANGE-END.
           EXIT.

      *    Commit the catalog update with its ITEMCHG records, or back
      *    both out if any record could not be written
        COMMIT-ITEM-CHANGE.
           IF ITEM-CHANGE-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS SYNCPOINT
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'ERROR COMMITTING ITEM CHANGE'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE WS-MNT-COUNT TO CA-MNT-FIELDS-CHANGED
           EXIT.
        COMMIT-ITEM-CHANGE-END.
           EXIT.

      *================================================================*
      * Procedure to enter a promotional price schedule for an item:  *
      *   the item must be on the catalog and not discontinued, the   *
      *   price positive, and the date range valid, not starting in   *
      *   the past and not overlapping another schedule for the item  *
      *================================================================*
        PRICE-SCHEDULE-ADD.
           MOVE 'PRICE-SCHEDULE-ADD' TO CA-RESPONSE-MESSAGE
           IF CA-PRC-ITEM-REF IS NOT NUMERIC
              OR CA-PRC-ITEM-REF IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM REFERENCE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-PRC-PRICE IS NOT NUMERIC
              OR CA-PRC-PRICE IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'PROMOTION PRICE MUST BE POSITIVE'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-PRC-FROM-DATE IS NOT NUMERIC
              OR CA-PRC-TO-DATE IS NOT NUMERIC
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID PROMOTION DATES' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CA-PRC-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(CA-PRC-TO-DATE) NOT = 0
              OR CA-PRC-TO-DATE IS LESS THAN CA-PRC-FROM-DATE
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID PROMOTION DATES' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM GET-PRICE-DATE
           IF CA-PRC-FROM-DATE IS LESS THAN WS-PRC-TODAY
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'PROMOTION CANNOT START IN THE PAST'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS READ FILE(WS-FILENAME)
                          INTO(WS-CAT-ITEM)
                          RIDFLD(CA-PRC-ITEM-REF)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE EQUAL DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING  'ITEM - '
                           CA-PRC-ITEM-REF
                           ' NOT FOUND'
                       DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
                   EXEC CICS RETURN END-EXEC
               WHEN WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR OCCURED READING FILE'
                        TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
               WHEN ITEM-DISCONTINUED
                   MOVE 95 TO CA-RETURN-CODE
                   MOVE 'ITEM DISCONTINUED - NO PROMOTIONS'
                        TO CA-RESPONSE-MESSAGE
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE

      *    Refuse a range that overlaps any schedule already held for
      *    the item, so no day ever has two prices in force
           MOVE 'N' TO WS-PRC-OVERLAP-SW
           MOVE CA-PRC-ITEM-REF TO WS-PBK-ITEM
           MOVE LOW-VALUES TO WS-PBK-FROM
           EXEC CICS STARTBR FILE('PRICESCH')
                             RIDFLD(WS-PRC-BROWSE-KEY)
                             GTEQ
                             RESP(WS-PRC-RESPONSE)
           END-EXEC
           IF WS-PRC-RESPONSE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-PRC-DONE-SW
               PERFORM CHECK-ONE-SCHEDULE THRU CHECK-ONE-SCHEDULE-END
                   UNTIL PRICE-SCAN-DONE
               EXEC CICS ENDBR FILE('PRICESCH') END-EXEC
           END-IF
           IF SCHEDULE-OVERLAPS
               MOVE 94 TO CA-RETURN-CODE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'OVERLAPS PROMOTION ' PRICESCH-FROM-DATE
                      ' TO ' PRICESCH-TO-DATE
                      DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO PRICESCH-RECORD
           MOVE CA-PRC-ITEM-REF TO PRICESCH-ITEM-REF
           MOVE CA-PRC-FROM-DATE TO PRICESCH-FROM-DATE
           MOVE CA-PRC-TO-DATE TO PRICESCH-TO-DATE
           MOVE CA-PRC-PRICE TO PRICESCH-PRICE
           MOVE WS-PRC-TODAY TO PRICESCH-ENTERED-DATE
           EXEC CICS ASSIGN USERID(PRICESCH-USERID) END-EXEC
           EXEC CICS WRITE FILE('PRICESCH')
                           FROM(PRICESCH-RECORD)
                           LENGTH(LENGTH OF PRICESCH-RECORD)
                           RIDFLD(PRICESCH-KEY)
                           RESP(WS-PRC-RESPONSE)
           END-EXEC
           IF WS-PRC-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR RECORDING PRICE SCHEDULE'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'PROMOTION FOR ITEM ' CA-PRC-ITEM-REF
                  ' ENTERED ' CA-PRC-FROM-DATE ' TO ' CA-PRC-TO-DATE
                  DELIMITED BY SIZE
               INTO CA-RESPONSE-MESSAGE
           END-STRING
           EXIT.
        PRICE-SCHEDULE-ADD-END.
           EXIT.

        CHECK-ONE-SCHEDULE.
           EXEC CICS READNEXT FILE('PRICESCH')
                              INTO(PRICESCH-RECORD)
                              RIDFLD(WS-PRC-BROWSE-KEY)
                              RESP(WS-PRC-RESPONSE)
           END-EXEC
           IF WS-PRC-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR PRICESCH-ITEM-REF NOT EQUAL CA-PRC-ITEM-REF
              OR PRICESCH-FROM-DATE IS GREATER THAN CA-PRC-TO-DATE
               MOVE 'Y' TO WS-PRC-DONE-SW
               GO TO CHECK-ONE-SCHEDULE-END
           END-IF
           IF PRICESCH-TO-DATE NOT LESS THAN CA-PRC-FROM-DATE
               MOVE 'Y' TO WS-PRC-OVERLAP-SW
               MOVE 'Y' TO WS-PRC-DONE-SW
           END-IF
           EXIT.
        CHECK-ONE-SCHEDULE-END.
           EXIT.

      *================================================================*
      * Procedure to find the price in force today for the item in    *
      *   WS-PRC-ITEM-REF: a promotion whose range covers today, or   *
      *   else the catalog cost of the item held in WS-CAT-ITEM. With *
      *   no PRICESCH record for the item (or no PRICESCH at all) the *
      *   catalog cost stands                                         *
      *================================================================*
        PRICE-IN-FORCE.
           COMPUTE WS-PRC-PRICE = FUNCTION NUMVAL(WS-COST)
           MOVE 'N' TO WS-PRC-PROMO-SW
           PERFORM GET-PRICE-DATE
           MOVE WS-PRC-ITEM-REF TO WS-PBK-ITEM
           MOVE LOW-VALUES TO WS-PBK-FROM
           EXEC CICS STARTBR FILE('PRICESCH')
                             RIDFLD(WS-PRC-BROWSE-KEY)
                             GTEQ
                             RESP(WS-PRC-RESPONSE)
           END-EXEC
           IF WS-PRC-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               GO TO PRICE-IN-FORCE-END
           END-IF
           MOVE 'N' TO WS-PRC-DONE-SW
           PERFORM READ-NEXT-PRICE THRU READ-NEXT-PRICE-END
               UNTIL PRICE-SCAN-DONE
           EXEC CICS ENDBR FILE('PRICESCH') END-EXEC
           EXIT.
        PRICE-IN-FORCE-END.
           EXIT.

        READ-NEXT-PRICE.
           EXEC CICS READNEXT FILE('PRICESCH')
                              INTO(PRICESCH-RECORD)
                              RIDFLD(WS-PRC-BROWSE-KEY)
                              RESP(WS-PRC-RESPONSE)
           END-EXEC
           IF WS-PRC-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR PRICESCH-ITEM-REF NOT EQUAL WS-PRC-ITEM-REF
              OR PRICESCH-FROM-DATE IS GREATER THAN WS-PRC-TODAY
               MOVE 'Y' TO WS-PRC-DONE-SW
               GO TO READ-NEXT-PRICE-END
           END-IF
           IF PRICESCH-TO-DATE NOT LESS THAN WS-PRC-TODAY
               MOVE PRICESCH-PRICE TO WS-PRC-PRICE
               MOVE 'Y' TO WS-PRC-PROMO-SW
               MOVE 'Y' TO WS-PRC-DONE-SW
           END-IF
           EXIT.
        READ-NEXT-PRICE-END.
           EXIT.

      *    Quote the price in force on an inquiry's copy of the item;
      *    only ever used on a record that is not rewritten
        QUOTE-PRICE-IN-FORCE.
           MOVE WS-ITEM-REF TO WS-PRC-ITEM-REF
           PERFORM PRICE-IN-FORCE THRU PRICE-IN-FORCE-END
           MOVE WS-PRC-PRICE TO WS-COST
           EXIT.
        QUOTE-PRICE-IN-FORCE-END.
           EXIT.

      *    Today's date as yyyymmdd, taken once per task
        GET-PRICE-DATE.
           IF WS-PRC-TODAY EQUAL SPACES
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         YYYYMMDD(WS-PRC-TODAY)
               END-EXEC
           END-IF
           EXIT.
        GET-PRICE-DATE-END.
           EXIT.

      *================================================================*
      * Procedure to check the ordering userid's credit before an     *
      *   order or basket is taken: the open ARLEDGR balance against  *
      *   the ARCUST credit limit, and any invoice open past 90 days. *
      *   Terms that say refuse end the request with return code 93;  *
      *   otherwise the order goes ahead with the warning flagged in  *
      *   the commarea. No ARCUST record means no limit, and old      *
      *   invoices only warn                                          *
      *================================================================*
        CHECK-CUSTOMER-CREDIT.
           MOVE SPACE TO CA-CRD-WARNING
           MOVE 0 TO CA-CRD-BALANCE
           MOVE 0 TO WS-CRD-BALANCE
           MOVE 'N' TO WS-CRD-ARREARS-SW
           MOVE 'N' TO WS-CRD-OVER-SW
           EXEC CICS ASSIGN USERID(WS-CRD-USERID) END-EXEC
           PERFORM GET-PRICE-DATE
           MOVE WS-PRC-TODAY TO WS-CRD-TODAY
           COMPUTE WS-CRD-AGED-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CRD-TODAY) - 90)

           MOVE WS-CRD-USERID TO WS-CBK-USERID
           MOVE LOW-VALUES TO WS-CBK-REST
           EXEC CICS STARTBR FILE('ARLEDGR')
                             RIDFLD(WS-CRD-BROWSE-KEY)
                             GTEQ
                             RESP(WS-CRD-RESPONSE)
           END-EXEC
           IF WS-CRD-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               GO TO CHECK-CUSTOMER-CREDIT-END
           END-IF
           MOVE 'N' TO WS-CRD-DONE-SW
           PERFORM READ-NEXT-LEDGER-ITEM THRU READ-NEXT-LEDGER-ITEM-END
               UNTIL LEDGER-SCAN-DONE
           EXEC CICS ENDBR FILE('ARLEDGR') END-EXEC
           MOVE WS-CRD-BALANCE TO CA-CRD-BALANCE

           MOVE SPACES TO ARCUST-RECORD
           EXEC CICS READ FILE('ARCUST')
                          INTO(ARCUST-RECORD)
                          RIDFLD(WS-CRD-USERID)
                          RESP(WS-CRD-RESPONSE)
           END-EXEC
           IF WS-CRD-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO ARCUST-RECORD
           ELSE
               IF WS-CRD-BALANCE IS GREATER THAN ARCUST-CREDIT-LIMIT
                   MOVE 'Y' TO WS-CRD-OVER-SW
               END-IF
           END-IF

           IF CUSTOMER-OVER-LIMIT
               MOVE 'L' TO CA-CRD-WARNING
           ELSE
               IF CUSTOMER-IN-ARREARS
                   MOVE 'A' TO CA-CRD-WARNING
               ELSE
                   GO TO CHECK-CUSTOMER-CREDIT-END
               END-IF
           END-IF
           IF ARCUST-REFUSE
               MOVE 93 TO CA-RETURN-CODE
               IF CUSTOMER-OVER-LIMIT
                   MOVE 'CREDIT HOLD - CUSTOMER IS OVER CREDIT LIMIT'
                        TO CA-RESPONSE-MESSAGE
               ELSE
                   MOVE 'CREDIT HOLD - INVOICES UNPAID AFTER 90 DAYS'
                        TO CA-RESPONSE-MESSAGE
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.
        CHECK-CUSTOMER-CREDIT-END.
           EXIT.

        READ-NEXT-LEDGER-ITEM.
           EXEC CICS READNEXT FILE('ARLEDGR')
                              INTO(ARLEDGR-RECORD)
                              RIDFLD(WS-CRD-BROWSE-KEY)
                              RESP(WS-CRD-RESPONSE)
           END-EXEC
           IF WS-CRD-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR ARLEDGR-USERID NOT EQUAL WS-CRD-USERID
               MOVE 'Y' TO WS-CRD-DONE-SW
               GO TO READ-NEXT-LEDGER-ITEM-END
           END-IF
           IF ARLEDGR-OPEN-AMT IS NOT NUMERIC
              OR ARLEDGR-OPEN-AMT EQUAL ZERO
               GO TO READ-NEXT-LEDGER-ITEM-END
           END-IF
      *    Invoices are owed to us; credits and payments on account
      *    are owed to the customer
           IF ARLEDGR-INVOICE
               ADD ARLEDGR-OPEN-AMT TO WS-CRD-BALANCE
               IF ARLEDGR-DOC-DATE IS LESS THAN WS-CRD-AGED-DATE-X
                   MOVE 'Y' TO WS-CRD-ARREARS-SW
               END-IF
           ELSE
               SUBTRACT ARLEDGR-OPEN-AMT FROM WS-CRD-BALANCE
           END-IF
           EXIT.
        READ-NEXT-LEDGER-ITEM-END.
           EXIT.

      *    An order taken against a credit warning says so
        ADD-CREDIT-WARNING.
           IF CA-CRD-WARNING NOT EQUAL SPACE
               MOVE SPACES TO WS-CRD-MESSAGE
               STRING CA-RESPONSE-MESSAGE DELIMITED BY '  '
                      ' - CREDIT WARNING' DELIMITED BY SIZE
                   INTO WS-CRD-MESSAGE
               END-STRING
               MOVE WS-CRD-MESSAGE TO CA-RESPONSE-MESSAGE
           END-IF
           EXIT.
        ADD-CREDIT-WARNING-END.
           EXIT.

      *================================================================*
      * Procedure to place a multi-line basket order with all-or-     *
      *   nothing semantics: every line validates up front (item      *
      *   exists, quantity sane, stock available), then all lines     *
      *   apply under one order number; a line failing mid-apply      *
      *   backs the whole basket out so no stock moves at all         *
      *================================================================*
        PLACE-BASKET-ORDER.
           IF CA-BASKET-COUNT IS NOT NUMERIC
              OR CA-BASKET-COUNT IS NOT GREATER THAN 0
              OR CA-BASKET-COUNT IS GREATER THAN 5
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'BASKET MUST CARRY 1 TO 5 LINES'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Customer on credit hold takes no basket
           PERFORM CHECK-CUSTOMER-CREDIT THRU CHECK-CUSTOMER-CREDIT-END

      *    Pass 1 - validate every line before any stock moves
           MOVE 'N' TO WS-BSK-FAIL-SW
           PERFORM VALIDATE-ONE-BASKET-LINE
               VARYING WS-BSK-IX FROM 1 BY 1
               UNTIL WS-BSK-IX GREATER THAN CA-BASKET-COUNT
                  OR BASKET-LINE-FAILED
           IF BASKET-LINE-FAILED
               EXEC CICS RETURN END-EXEC
           END-IF

      *    Pass 2 - apply every line under one order number
           MOVE 0 TO WS-ASSIGNED-ORDER
           PERFORM APPLY-ONE-BASKET-LINE THRU APPLY-ONE-BASKET-LINE-END
               VARYING WS-BSK-IX FROM 1 BY 1
               UNTIL WS-BSK-IX GREATER THAN CA-BASKET-COUNT
                  OR BASKET-LINE-FAILED
           IF BASKET-LINE-FAILED
      *        Back the whole basket out - no stock moves at all
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 97 TO CA-RETURN-CODE
               MOVE 'BASKET REJECTED - NO STOCK WAS MOVED'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS SYNCPOINT
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'ERROR COMMITTING BASKET ORDER'
                    TO CA-RESPONSE-MESSAGE
           ELSE
               MOVE WS-ASSIGNED-ORDER TO CA-ORD-RESP-NUMBER
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'BASKET ORDER ' WS-ASSIGNED-ORDER
                      ' SUCCESSFULLY PLACED' DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
               PERFORM ADD-CREDIT-WARNING
           END-IF
           EXIT.
        PLACE-BASKET-ORDER-END.
           EXIT.

        VALIDATE-ONE-BASKET-LINE.
           MOVE WS-BSK-IX TO WS-BSK-LINE-DISPLAY
           IF CA-BSK-ITEM-REF(WS-BSK-IX) IS NOT NUMERIC
              OR CA-BSK-ITEM-REF(WS-BSK-IX) IS NOT GREATER THAN 0
              OR CA-BSK-QUANTITY(WS-BSK-IX) IS NOT NUMERIC
              OR CA-BSK-QUANTITY(WS-BSK-IX) IS NOT GREATER THAN 0
               MOVE 'Y' TO WS-BSK-FAIL-SW
               MOVE 96 TO CA-RETURN-CODE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'BASKET LINE ' WS-BSK-LINE-DISPLAY
                      ' IS NOT VALID' DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           EXEC CICS READ FILE(WS-FILENAME)
                          INTO(WS-CAT-ITEM)
                          RIDFLD(CA-BSK-ITEM-REF(WS-BSK-IX))
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BSK-FAIL-SW
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'BASKET LINE ' WS-BSK-LINE-DISPLAY
                          ' ITEM NOT FOUND' DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
               WHEN ITEM-DISCONTINUED
                   MOVE 'Y' TO WS-BSK-FAIL-SW
                   MOVE 95 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'BASKET LINE ' WS-BSK-LINE-DISPLAY
                          ' ITEM DISCONTINUED' DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
               WHEN CA-BSK-QUANTITY(WS-BSK-IX) IS GREATER THAN
                                                    WS-IN-STOCK
                   MOVE 'Y' TO WS-BSK-FAIL-SW
                   MOVE 97 TO CA-RETURN-CODE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'BASKET LINE ' WS-BSK-LINE-DISPLAY
                          ' HAS INSUFFICIENT STOCK'
                          DELIMITED BY SIZE
                       INTO CA-RESPONSE-MESSAGE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
        VALIDATE-ONE-BASKET-LINE-END.
           EXIT.

        APPLY-ONE-BASKET-LINE.
           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
                          INTO(WS-CAT-ITEM)
                          RIDFLD(CA-BSK-ITEM-REF(WS-BSK-IX))
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
      *    Re-checked under the update lock: another task may have
      *    taken the stock between the two passes
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
              OR CA-BSK-QUANTITY(WS-BSK-IX) IS GREATER THAN
                                                 WS-IN-STOCK
              OR ITEM-DISCONTINUED
               MOVE 'Y' TO WS-BSK-FAIL-SW
               GO TO APPLY-ONE-BASKET-LINE-END
           END-IF
           SUBTRACT CA-BSK-QUANTITY(WS-BSK-IX) FROM WS-IN-STOCK
           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BSK-FAIL-SW
               GO TO APPLY-ONE-BASKET-LINE-END
           END-IF
           IF WS-IN-STOCK IS LESS THAN WS-ON-ORDER
              AND NOT ITEM-DISCONTINUED
               MOVE CA-BSK-ITEM-REF(WS-BSK-IX) TO
                    CA-ITEM-REF-NUMBER
               PERFORM WRITE-REORDER-MESSAGE
           END-IF
           MOVE CA-BSK-ITEM-REF(WS-BSK-IX) TO WS-STG-ITEM-REF
           MOVE CA-BSK-QUANTITY(WS-BSK-IX) TO WS-STG-QUANTITY
           MOVE 'P' TO WS-STG-STATUS
           MOVE CA-BSK-ITEM-REF(WS-BSK-IX) TO WS-PRC-ITEM-REF
           PERFORM PRICE-IN-FORCE THRU PRICE-IN-FORCE-END
           MOVE WS-PRC-PRICE TO WS-STG-UNIT-COST
      *    Draw the line's stock from the preferred location, the
      *    other locations covering any shortfall
           PERFORM ALLOCATE-LOCATION-STOCK
               THRU ALLOCATE-LOCATION-STOCK-END
           PERFORM CREATE-ORDER-RECORD THRU CREATE-ORDER-RECORD-END
           IF WS-ASSIGNED-ORDER EQUAL ZERO
               MOVE 'Y' TO WS-BSK-FAIL-SW
               GO TO APPLY-ONE-BASKET-LINE-END
           END-IF
           EXIT.
        APPLY-ONE-BASKET-LINE-END.
           EXIT.

      *================================================================*
      * Procedure to capture an order the stock cannot satisfy as a   *
      *   back-order: an ORDHIST line with status B plus a BACKORD    *
      *   queue record keyed item-then-order so fills run oldest      *
      *   first                                                       *
      *================================================================*
        RECORD-BACK-ORDER.
           MOVE CA-ITEM-REF-NUMBER TO WS-STG-ITEM-REF
           MOVE CA-QUANTITY-REQ TO WS-STG-QUANTITY
           MOVE 'B' TO WS-STG-STATUS
           MOVE CA-ITEM-REF-NUMBER TO WS-PRC-ITEM-REF
           PERFORM PRICE-IN-FORCE THRU PRICE-IN-FORCE-END
           MOVE WS-PRC-PRICE TO WS-STG-UNIT-COST
           MOVE SPACES TO WS-ALLOC-LOCATION
           MOVE 0 TO WS-ASSIGNED-ORDER
           PERFORM CREATE-ORDER-RECORD THRU CREATE-ORDER-RECORD-END
           IF WS-ASSIGNED-ORDER EQUAL ZERO
               MOVE 97 TO CA-RETURN-CODE
               MOVE 'INSUFFICENT STOCK TO COMPLETE ORDER'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-ITEM-REF-NUMBER TO BACKORD-ITEM-REF
           MOVE WS-ASSIGNED-ORDER TO BACKORD-ORDER-NUMBER
           MOVE CA-QUANTITY-REQ TO BACKORD-QUANTITY
           MOVE ORDHIST-DATE TO BACKORD-DATE
           EXEC CICS WRITE FILE('BACKORD')
                           FROM(BACKORD-RECORD)
                           LENGTH(LENGTH OF BACKORD-RECORD)
                           RIDFLD(BACKORD-KEY)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE 30 TO CA-RETURN-CODE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
               STRING 'ITEM BACK-ORDERED - ORDER '
                      WS-ASSIGNED-ORDER
                      ' WILL FILL ON RECEIPT' DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           ELSE
               MOVE 97 TO CA-RETURN-CODE
               MOVE 'INSUFFICENT STOCK TO COMPLETE ORDER'
                    TO CA-RESPONSE-MESSAGE
           END-IF
           EXIT.
        RECORD-BACK-ORDER-END.
           EXIT.

      *================================================================*
      * Procedure to receive stock for an item: the in-stock quantity *
      *   rises by the receipt, then the item's waiting back-orders   *
      *   fill oldest-first while the new stock lasts, each fill      *
      *   shipping its order-history line; the receipt is logged on   *
      *   CATRCPT                                                     *
      *================================================================*
        STOCK-RECEIPT.
           IF CA-ITEM-REF-NUMBER IS NOT NUMERIC
              OR CA-ITEM-REF-NUMBER IS NOT GREATER THAN 0
               MOVE 96 TO CA-RETURN-CODE
               MOVE 'INVALID ITEM REFERENCE' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-QUANTITY-REQ IS NOT NUMERIC
              OR CA-QUANTITY-REQ IS NOT GREATER THAN 0
               MOVE 98 TO CA-RETURN-CODE
               MOVE 'RECEIPT QUANTITY MUST BE POSITIVE'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS READ FILE(WS-FILENAME)
                          UPDATE
                          INTO(WS-CAT-ITEM)
                          RIDFLD(CA-ITEM-REF-NUMBER)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-IF

           ADD CA-QUANTITY-REQ TO WS-IN-STOCK

           MOVE 0 TO WS-FILLED-COUNT
           MOVE 0 TO WS-FILLED-QTY
           MOVE 'N' TO WS-FILL-DONE-SW
           PERFORM FILL-ONE-BACK-ORDER THRU FILL-ONE-BACK-ORDER-END
               UNTIL BACKORDER-FILL-DONE

           EXEC CICS REWRITE FILE(WS-FILENAME)
                             FROM(WS-CAT-ITEM)
                             RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 22 TO CA-RETURN-CODE
               MOVE 'ERROR UPDATING FILE' TO CA-RESPONSE-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

      *    What the back-order fills did not consume lands at the
      *    receiving location, relieving its on-order figure
           PERFORM RECEIVE-LOCATION-STOCK

           PERFORM RECORD-STOCK-RECEIPT
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 21 TO CA-RETURN-CODE
               MOVE 'ERROR RECORDING RECEIPT - NOT APPLIED'
                    TO CA-RESPONSE-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE WS-FILLED-COUNT TO WS-FILLED-DISPLAY
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           STRING 'STOCK RECEIVED, ' WS-FILLED-DISPLAY
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'S' TO ORDHIST-STATUS
               MOVE 'N' TO ORDHIST-PUBLISHED
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         MMDDYYYY(DATE1)
               END-EXEC
               MOVE DATE1(1:8) TO ORDHIST-SHIPPED-DATE
               EXEC CICS REWRITE FILE('ORDRHIST')
                                 FROM(ORDHIST-RECORD)
                                 LENGTH(LENGTH OF ORDHIST-RECORD)
      *================================================================*
        ALLOCATE-LOCATION-STOCK.
           PERFORM SET-PREF-LOCATION
           MOVE SPACES TO WS-ALLOC-LOCATION
           MOVE WS-STG-QUANTITY TO WS-ALLOC-REMAINING
           MOVE WS-STG-ITEM-REF TO CATLOC-ITEM-REF
           MOVE WS-PREF-LOCATION TO CATLOC-LOCATION
           PERFORM TAKE-FROM-ONE-LOCATION
               THRU TAKE-FROM-ONE-LOCATION-END
           IF WS-ALLOC-REMAINING EQUAL 0
               GO TO ALLOCATE-LOCATION-STOCK-END
           END-IF
           PERFORM BUILD-LOCATION-LIST THRU BUILD-LOCATION-LIST-END
           PERFORM TAKE-FROM-FALLBACK
               VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX IS GREATER THAN WS-LOC-COUNT
               MOVE WS-STG-ITEM-REF TO CATLOC-ITEM-REF
               MOVE WS-LOC-ENTRY(WS-LOC-IX) TO CATLOC-LOCATION
               PERFORM TAKE-FROM-ONE-LOCATION
                   THRU TAKE-FROM-ONE-LOCATION-END
           END-IF
           EXIT.
        TAKE-FROM-FALLBACK-END.
           END-IF
           SUBTRACT WS-ALLOC-TAKE FROM CATLOC-ON-HAND
           SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-REMAINING
           IF WS-ALLOC-LOCATION EQUAL SPACES
               MOVE CATLOC-LOCATION TO WS-ALLOC-LOCATION
           END-IF
           EXEC CICS REWRITE FILE('CATLOC')
                             FROM(CATLOC-RECORD)
                             RESP(WS-RESPONSE-CODE)
        RECEIVE-LOCATION-STOCK-END.
           EXIT.

      *================================================================*
      * Procedure to log a stock receipt on CATRCPT: the quantity     *
      *   received, what the back-order fills took of it, where the   *
      *   rest landed and the item's cost as it arrived               *
      *================================================================*
        RECORD-STOCK-RECEIPT.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE SPACES TO CATRCPT-RECORD
           MOVE DATE1(1:8) TO CATRCPT-DATE
           MOVE TIME1(1:6) TO CATRCPT-TIME
           MOVE CA-ITEM-REF-NUMBER TO CATRCPT-ITEM-REF
           MOVE WS-DEPARTMENT TO CATRCPT-DEPARTMENT
           MOVE CA-QUANTITY-REQ TO CATRCPT-QUANTITY
           MOVE WS-FILLED-QTY TO CATRCPT-FILLED-QTY
           MOVE WS-PREF-LOCATION TO CATRCPT-LOCATION
           COMPUTE CATRCPT-UNIT-COST = FUNCTION NUMVAL(WS-COST)
           EXEC CICS ASSIGN USERID(WS-ORDER-USERID) END-EXEC
           MOVE WS-ORDER-USERID TO CATRCPT-USERID
           EXEC CICS WRITE FILE('CATRCPT')
                           FROM(CATRCPT-RECORD)
                           LENGTH(LENGTH OF CATRCPT-RECORD)
                           RIDFLD(CATRCPT-KEY)
                           RESP(WS-RESPONSE-CODE)
           END-EXEC
           EXIT.
        RECORD-STOCK-RECEIPT-END.
           EXIT.

      *================================================================*
      * Procedure to handle unknown requests                           *
      *================================================================*
           MOVE LENGTH OF ORDER-EVENT-REQUEST TO BAQ-REQUEST-LEN
           SET BAQ-RESPONSE-PTR TO ADDRESS OF ORDER-EVENT-RESPONSE
           MOVE LENGTH OF ORDER-EVENT-RESPONSE TO BAQ-RESPONSE-LEN
      *    Not through the batch circuit breaker BAQBRKR, which a
      *    CICS program cannot CALL.
           MOVE SPACES TO BAQ-BREAKER-PGM-NAME
           PERFORM Call-Comm-Stub-With-Retry

           IF BAQ-SUCCESS
