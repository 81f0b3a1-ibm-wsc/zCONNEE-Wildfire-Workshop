       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBILL.
      * Order valuation and invoicing over ORDHIST. Each order line
      * carries the unit price in force at placement, catalog cost
      * or promotional price (ORDHIST-UNIT-COST), so the day's
      * orders value themselves: an invoice prints per order with
      * line values and an order total, followed by a daily sales
      * journal totaled by department (department and description
      * looked up on EXMPCAT) that finance posts, tying back to the
      * day's ORDHIST records line for line. The billing date comes from
      * the JCL PARM as yyyymmdd; default is the run date.
      * Back-ordered lines bill with the rest of the order - the
      * sale was committed at placement - and are marked on the
      * invoice. Cancelled lines are not billed, and an order whose
      * lines were all cancelled prints no invoice.
      * Each invoice is posted to the ARLEDGR receivables ledger as
      * an open item against the ordering customer, and each RETCRED
      * credit note issued on the billing date is posted with it,
      * set first against its own invoice while that is still open;
      * whatever it does not settle stays open to the customer's
      * credit. A line cancelled on the billing date (ORDCANC) whose
      * order was invoiced on an earlier day is credited the same
      * way, at the cost the line was placed at; one placed and
      * cancelled the same day was never billed and needs no credit.
      * A rerun for the same day posts nothing twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS CAT-ITEM-REF OF CATALOG-ITEM
              FILE STATUS IS CATALOG-STATUS.

           SELECT Credits-Input ASSIGN TO RETCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RETCRED-KEY OF RETCRED-RECORD
              FILE STATUS IS RETCRED-STATUS.

           SELECT Cancels-Input ASSIGN TO ORDCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDCANC-KEY OF ORDCANC-RECORD
              FILE STATUS IS ORDCANC-STATUS.

           SELECT AR-Ledger ASSIGN TO ARLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARLEDGR-KEY OF ARLEDGR-RECORD
              FILE STATUS IS ARLEDGR-STATUS.

           SELECT Report-Output ASSIGN TO ORDBRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
           05  CAT-ON-ORDER           PIC 9(03).
           05  FILLER                 PIC X(20).

       FD  Credits-Input.
       COPY RETCRED SUPPRESS.

       FD  Cancels-Input.
       COPY ORDCANC SUPPRESS.

       FD  AR-Ledger.
       COPY ARLEDGR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 CATALOG-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 RETCRED-STATUS              PIC X(2).
           88 RETCRED-NORMAL          VALUE '00'.
       01 ORDCANC-STATUS              PIC X(2).
           88 ORDCANC-NORMAL          VALUE '00'.
       01 ARLEDGR-STATUS              PIC X(2).
           88 ARLEDGR-NORMAL          VALUE '00'.
           88 ARLEDGR-DUPLICATE       VALUE '22'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-CAT-OPEN-SW              PIC X(01) VALUE 'N'.
           88 CATALOG-OPEN            VALUE 'Y'.
       01 WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
           88 LEDGER-OPEN             VALUE 'Y'.
       01 WS-CREDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 CREDITS-EOF             VALUE 'Y'.
       01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88 LEDGER-BROWSE-DONE      VALUE 'Y'.
       01 WS-CANCEL-EOF-SW            PIC X(01) VALUE 'N'.
           88 CANCELS-EOF             VALUE 'Y'.
       01 WS-BILLED-SW                PIC X(01) VALUE 'N'.
           88 ORDER-BILLED-EARLIER    VALUE 'Y'.
       01 WS-CR-POSTED-SW             PIC X(01) VALUE 'N'.
           88 CREDIT-NOTE-POSTED      VALUE 'Y'.

      * The credit note being posted, held while the ledger is
      * browsed for the invoice it is set against.
       01 WS-CREDIT-FIELDS.
           05 WS-CR-USERID            PIC X(08).
           05 WS-CR-ORDER-NUMBER      PIC 9(08).
           05 WS-CR-LINE              PIC 9(02).
           05 WS-CR-VALUE             PIC 9(07)V99.
           05 WS-CR-APPLIED           PIC 9(07)V99.
           05 WS-CR-INVOICE-DATE      PIC X(08).

       01 WS-RUN-DATE                 PIC 9(08).
      * The billing date, yyyymmdd on the PARM, matched against the
       01 WS-LINE-DESC                PIC X(40).

       01 WS-JOURNAL-TOTAL            PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-CREDIT-TOTAL             PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-CANCEL-TOTAL             PIC 9(11)V99 COMP-3 VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-LINES-BILLED         PIC 9(08) COMP VALUE 0.
           05 RC-LINES-CANCELLED      PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-PRINTED     PIC 9(08) COMP VALUE 0.
           05 RC-ITEMS-UNKNOWN        PIC 9(08) COMP VALUE 0.
           05 RC-ZERO-COST-LINES      PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-POSTED      PIC 9(08) COMP VALUE 0.
           05 RC-CREDITS-POSTED       PIC 9(08) COMP VALUE 0.
           05 RC-CANCELS-CREDITED     PIC 9(08) COMP VALUE 0.
           05 RC-ALREADY-POSTED       PIC 9(08) COMP VALUE 0.
           05 RC-POST-FAILURES        PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 JT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CREDIT-HEADING.
           05 FILLER              PIC X(36) VALUE
              'ORDER    LN CUSTOMER      CREDIT   '.
           05 FILLER              PIC X(36) VALUE
              '  SET AGAINST INVOICE  ON ACCOUNT   '.

       01 WS-CREDIT-LINE.
           05 CN-ORDER-NUMBER     PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CN-LINE             PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CN-USERID           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CN-VALUE            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CN-APPLIED          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 CN-ON-ACCOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CN-REMARK           PIC X(20).

       01 WS-CREDIT-TOTAL-LINE.
           05 FILLER              PIC X(21) VALUE
              'CREDIT NOTES TOTAL   '.
           05 CT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
              DISPLAY "         lines journal under department 0"
           END-IF

           OPEN I-O AR-Ledger
           IF ARLEDGR-NORMAL
              MOVE 'Y' TO WS-LEDGER-OPEN-SW
           ELSE
              DISPLAY "WARNING: ARLEDGR unavailable, status="
                      ARLEDGR-STATUS
              DISPLAY "         invoices and credits not posted"
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ORDBRPT, status="

           PERFORM WRITE-SALES-JOURNAL

           IF LEDGER-OPEN
              PERFORM POST-DAY-CREDIT-NOTES
              PERFORM POST-DAY-CANCEL-CREDITS
              CLOSE AR-Ledger
           END-IF

           IF CATALOG-OPEN
              CLOSE Catalog-File
           END-IF
           DISPLAY " ORDBILL End-of-job reconciliation"
           DISPLAY "   Order lines read     : " RC-LINES-READ
           DISPLAY "   Lines billed         : " RC-LINES-BILLED
           DISPLAY "   Cancelled, not billed: " RC-LINES-CANCELLED
           DISPLAY "   Invoices printed     : " RC-INVOICES-PRINTED
           DISPLAY "   Items not on catalog : " RC-ITEMS-UNKNOWN
           DISPLAY "   Zero-cost lines      : " RC-ZERO-COST-LINES
           DISPLAY "   Invoices to ledger   : " RC-INVOICES-POSTED
           DISPLAY "   Credits to ledger    : " RC-CREDITS-POSTED
           DISPLAY "   Cancellations to ldgr: " RC-CANCELS-CREDITED
           DISPLAY "   Already on ledger    : " RC-ALREADY-POSTED
           DISPLAY "   Ledger post failures : " RC-POST-FAILURES
           DISPLAY "======================================"

           IF RC-ZERO-COST-LINES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT LEDGER-OPEN
              OR RC-POST-FAILURES > 0
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           IF ORDHIST-DATE NOT = WS-BILL-DATE-MDY
              GO TO BILL-ONE-ORDER-LINE-EXIT
           END-IF
           IF ORDHIST-CANCELLED
              ADD 1 TO RC-LINES-CANCELLED
              GO TO BILL-ONE-ORDER-LINE-EXIT
           END-IF
           ADD 1 TO RC-LINES-BILLED

           IF ORDHIST-ORDER-NUMBER NOT = WS-CURRENT-ORDER
           MOVE WS-ORDER-TOTAL TO IT-ORDER-TOTAL
           WRITE REPORT-LINE FROM WS-INVOICE-TOTAL-LINE
           ADD 1 TO RC-INVOICES-PRINTED
           IF LEDGER-OPEN
              AND WS-ORDER-TOTAL > 0
              PERFORM POST-INVOICE-TO-LEDGER
           END-IF
           MOVE 'N' TO WS-ORDER-OPEN-SW
           MOVE 0 TO WS-CURRENT-ORDER.
       CLOSE-OPEN-INVOICE-EXIT.
           WRITE REPORT-LINE FROM WS-JOURNAL-LINE.
       WRITE-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The closed invoice as an open receivable against the customer, *
      * dated the billing date and due in full.                        *
      *----------------------------------------------------------------*
       POST-INVOICE-TO-LEDGER SECTION.

           MOVE SPACES TO ARLEDGR-RECORD
           MOVE IH-USERID TO ARLEDGR-USERID
           MOVE WS-BILL-DATE TO ARLEDGR-DOC-DATE
           SET ARLEDGR-INVOICE TO TRUE
           MOVE WS-CURRENT-ORDER TO ARLEDGR-DOC-NUMBER
           MOVE 0 TO ARLEDGR-DOC-LINE
           MOVE WS-ORDER-TOTAL TO ARLEDGR-ORIGINAL-AMT
           MOVE WS-ORDER-TOTAL TO ARLEDGR-OPEN-AMT
           WRITE ARLEDGR-RECORD
           EVALUATE TRUE
              WHEN ARLEDGR-NORMAL
                 ADD 1 TO RC-INVOICES-POSTED
              WHEN ARLEDGR-DUPLICATE
                 ADD 1 TO RC-ALREADY-POSTED
              WHEN OTHER
                 DISPLAY "ERROR: ARLEDGR write failed, status="
                         ARLEDGR-STATUS " order " WS-CURRENT-ORDER
                 ADD 1 TO RC-POST-FAILURES
           END-EVALUATE.
       POST-INVOICE-TO-LEDGER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The billing date's RETCRED credit notes onto the ledger, each  *
      * listed with what it settled of its own invoice.                *
      *----------------------------------------------------------------*
       POST-DAY-CREDIT-NOTES SECTION.

           OPEN INPUT Credits-Input
           IF NOT RETCRED-NORMAL
              DISPLAY "WARNING: RETCRED unavailable, status="
                      RETCRED-STATUS
              DISPLAY "         credit notes not posted"
              MOVE 'Y' TO WS-CREDIT-EOF-SW
              GO TO POST-DAY-CREDIT-NOTES-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CREDIT NOTES POSTED TO RECEIVABLES'
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE(1:45)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CREDIT-HEADING

           PERFORM POST-ONE-CREDIT-NOTE
               UNTIL CREDITS-EOF
           CLOSE Credits-Input

           MOVE WS-CREDIT-TOTAL TO CT-VALUE
           WRITE REPORT-LINE FROM WS-CREDIT-TOTAL-LINE.
       POST-DAY-CREDIT-NOTES-EXIT.
           EXIT.

       POST-ONE-CREDIT-NOTE SECTION.

           READ Credits-Input NEXT RECORD
           IF NOT RETCRED-NORMAL
              MOVE 'Y' TO WS-CREDIT-EOF-SW
              GO TO POST-ONE-CREDIT-NOTE-EXIT
           END-IF
      * RETCRED dates are mmddyyyy
           IF RETCRED-DATE NOT = WS-BILL-DATE-MDY
              GO TO POST-ONE-CREDIT-NOTE-EXIT
           END-IF
           IF RETCRED-CREDIT-VALUE IS NOT NUMERIC
              OR RETCRED-CREDIT-VALUE = 0
              GO TO POST-ONE-CREDIT-NOTE-EXIT
           END-IF
           MOVE RETCRED-USERID TO WS-CR-USERID
           MOVE RETCRED-ORDER-NUMBER TO WS-CR-ORDER-NUMBER
           MOVE RETCRED-LINE TO WS-CR-LINE
           MOVE RETCRED-CREDIT-VALUE TO WS-CR-VALUE
           MOVE 0 TO WS-CR-APPLIED
           MOVE SPACES TO CN-REMARK

      * Already posted by an earlier run for the day
           PERFORM CHECK-CREDIT-POSTED
           IF CREDIT-NOTE-POSTED
              ADD 1 TO RC-ALREADY-POSTED
              GO TO POST-ONE-CREDIT-NOTE-EXIT
           END-IF

           PERFORM SET-CREDIT-AGAINST-INVOICE
           PERFORM WRITE-CREDIT-NOTE
           IF CREDIT-NOTE-POSTED
              ADD 1 TO RC-CREDITS-POSTED
              ADD WS-CR-VALUE TO WS-CREDIT-TOTAL
           END-IF.
       POST-ONE-CREDIT-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The billing date's ORDCANC cancellations onto the ledger as    *
      * credit notes, each against the order's invoice from an earlier *
      * day; a line whose order has no such invoice was never billed.  *
      *----------------------------------------------------------------*
       POST-DAY-CANCEL-CREDITS SECTION.

           OPEN INPUT Cancels-Input
           IF NOT ORDCANC-NORMAL
              DISPLAY "WARNING: ORDCANC unavailable, status="
                      ORDCANC-STATUS
              DISPLAY "         cancellation credits not posted"
              MOVE 'Y' TO WS-CANCEL-EOF-SW
              GO TO POST-DAY-CANCEL-CREDITS-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCELLATION CREDITS POSTED TO RECEIVABLES'
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE(1:45)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CREDIT-HEADING

           PERFORM POST-ONE-CANCEL-CREDIT
               UNTIL CANCELS-EOF
           CLOSE Cancels-Input

           MOVE WS-CANCEL-TOTAL TO CT-VALUE
           WRITE REPORT-LINE FROM WS-CREDIT-TOTAL-LINE.
       POST-DAY-CANCEL-CREDITS-EXIT.
           EXIT.

       POST-ONE-CANCEL-CREDIT SECTION.

           READ Cancels-Input NEXT RECORD
           IF NOT ORDCANC-NORMAL
              MOVE 'Y' TO WS-CANCEL-EOF-SW
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF
      * ORDCANC dates are mmddyyyy
           IF ORDCANC-DATE NOT = WS-BILL-DATE-MDY
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF
           IF ORDCANC-QUANTITY IS NOT NUMERIC
              OR ORDCANC-UNIT-COST IS NOT NUMERIC
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF
           MOVE ORDCANC-USERID TO WS-CR-USERID
           MOVE ORDCANC-ORDER-NUMBER TO WS-CR-ORDER-NUMBER
           MOVE ORDCANC-LINE TO WS-CR-LINE
           COMPUTE WS-CR-VALUE =
               ORDCANC-QUANTITY * ORDCANC-UNIT-COST
           IF WS-CR-VALUE = 0
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF
           MOVE 0 TO WS-CR-APPLIED
           MOVE SPACES TO CN-REMARK

           PERFORM CHECK-CREDIT-POSTED
           IF CREDIT-NOTE-POSTED
              ADD 1 TO RC-ALREADY-POSTED
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF

           PERFORM CHECK-ORDER-BILLED-EARLIER
           IF NOT ORDER-BILLED-EARLIER
              GO TO POST-ONE-CANCEL-CREDIT-EXIT
           END-IF

           PERFORM SET-CREDIT-AGAINST-INVOICE
           PERFORM WRITE-CREDIT-NOTE
           IF CREDIT-NOTE-POSTED
              ADD 1 TO RC-CANCELS-CREDITED
              ADD WS-CR-VALUE TO WS-CANCEL-TOTAL
           END-IF.
       POST-ONE-CANCEL-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Whether the credit is already on the ledger from an earlier    *
      * run for the day.                                               *
      *----------------------------------------------------------------*
       CHECK-CREDIT-POSTED SECTION.

           MOVE 'N' TO WS-CR-POSTED-SW
           MOVE SPACES TO ARLEDGR-RECORD
           MOVE WS-CR-USERID TO ARLEDGR-USERID
           MOVE WS-BILL-DATE TO ARLEDGR-DOC-DATE
           SET ARLEDGR-CREDIT-NOTE TO TRUE
           MOVE WS-CR-ORDER-NUMBER TO ARLEDGR-DOC-NUMBER
           MOVE WS-CR-LINE TO ARLEDGR-DOC-LINE
           READ AR-Ledger
           IF ARLEDGR-NORMAL
              MOVE 'Y' TO WS-CR-POSTED-SW
           END-IF.
       CHECK-CREDIT-POSTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The credit note itself, open for whatever did not go against   *
      * its invoice, and its line on the report.                       *
      *----------------------------------------------------------------*
       WRITE-CREDIT-NOTE SECTION.

           MOVE 'N' TO WS-CR-POSTED-SW
           MOVE SPACES TO ARLEDGR-RECORD
           MOVE WS-CR-USERID TO ARLEDGR-USERID
           MOVE WS-BILL-DATE TO ARLEDGR-DOC-DATE
           SET ARLEDGR-CREDIT-NOTE TO TRUE
           MOVE WS-CR-ORDER-NUMBER TO ARLEDGR-DOC-NUMBER
           MOVE WS-CR-LINE TO ARLEDGR-DOC-LINE
           MOVE WS-CR-VALUE TO ARLEDGR-ORIGINAL-AMT
           COMPUTE ARLEDGR-OPEN-AMT = WS-CR-VALUE - WS-CR-APPLIED
           IF WS-CR-APPLIED > 0
              MOVE WS-BILL-DATE TO ARLEDGR-LAST-APPLIED-DATE
           END-IF
           WRITE ARLEDGR-RECORD
           IF NOT ARLEDGR-NORMAL
              DISPLAY "ERROR: ARLEDGR write failed, status="
                      ARLEDGR-STATUS " credit " WS-CR-ORDER-NUMBER
              ADD 1 TO RC-POST-FAILURES
              MOVE 'NOT POSTED' TO CN-REMARK
           ELSE
              MOVE 'Y' TO WS-CR-POSTED-SW
           END-IF

           MOVE WS-CR-ORDER-NUMBER TO CN-ORDER-NUMBER
           MOVE WS-CR-LINE TO CN-LINE
           MOVE WS-CR-USERID TO CN-USERID
           MOVE WS-CR-VALUE TO CN-VALUE
           MOVE WS-CR-APPLIED TO CN-APPLIED
           COMPUTE CN-ON-ACCOUNT = WS-CR-VALUE - WS-CR-APPLIED
           WRITE REPORT-LINE FROM WS-CREDIT-LINE.
       WRITE-CREDIT-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Whether the cancelled line's order was invoiced on a day       *
      * before the billing date, settled or not.                       *
      *----------------------------------------------------------------*
       CHECK-ORDER-BILLED-EARLIER SECTION.

           MOVE 'N' TO WS-BILLED-SW
           MOVE LOW-VALUES TO ARLEDGR-KEY
           MOVE WS-CR-USERID TO ARLEDGR-USERID
           START AR-Ledger KEY IS NOT LESS THAN
                               ARLEDGR-KEY OF ARLEDGR-RECORD
           IF NOT ARLEDGR-NORMAL
              GO TO CHECK-ORDER-BILLED-EARLIER-EXIT
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE-SW
           PERFORM FIND-EARLIER-INVOICE
               UNTIL LEDGER-BROWSE-DONE.
       CHECK-ORDER-BILLED-EARLIER-EXIT.
           EXIT.

       FIND-EARLIER-INVOICE SECTION.

           READ AR-Ledger NEXT RECORD
           IF NOT ARLEDGR-NORMAL
              OR ARLEDGR-USERID NOT = WS-CR-USERID
              OR ARLEDGR-DOC-DATE NOT < WS-BILL-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO FIND-EARLIER-INVOICE-EXIT
           END-IF
           IF ARLEDGR-INVOICE
              AND ARLEDGR-DOC-NUMBER = WS-CR-ORDER-NUMBER
              MOVE 'Y' TO WS-BILLED-SW
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
       FIND-EARLIER-INVOICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Find the credit's own invoice among the customer's items and   *
      * take the credit off whatever of it is still open.              *
      *----------------------------------------------------------------*
       SET-CREDIT-AGAINST-INVOICE SECTION.

           MOVE LOW-VALUES TO ARLEDGR-KEY
           MOVE WS-CR-USERID TO ARLEDGR-USERID
           START AR-Ledger KEY IS NOT LESS THAN
                               ARLEDGR-KEY OF ARLEDGR-RECORD
           IF NOT ARLEDGR-NORMAL
              GO TO SET-CREDIT-AGAINST-INVOICE-EXIT
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE SPACES TO WS-CR-INVOICE-DATE
           PERFORM FIND-CREDITED-INVOICE
               UNTIL LEDGER-BROWSE-DONE
           IF WS-CR-INVOICE-DATE = SPACES
              MOVE 'INVOICE NOT OPEN' TO CN-REMARK
              GO TO SET-CREDIT-AGAINST-INVOICE-EXIT
           END-IF

           IF WS-CR-VALUE < ARLEDGR-OPEN-AMT
              MOVE WS-CR-VALUE TO WS-CR-APPLIED
           ELSE
              MOVE ARLEDGR-OPEN-AMT TO WS-CR-APPLIED
           END-IF
           SUBTRACT WS-CR-APPLIED FROM ARLEDGR-OPEN-AMT
           MOVE WS-BILL-DATE TO ARLEDGR-LAST-APPLIED-DATE
           REWRITE ARLEDGR-RECORD
           IF NOT ARLEDGR-NORMAL
              DISPLAY "ERROR: ARLEDGR rewrite failed, status="
                      ARLEDGR-STATUS " invoice " WS-CR-ORDER-NUMBER
              ADD 1 TO RC-POST-FAILURES
              MOVE 0 TO WS-CR-APPLIED
           END-IF.
       SET-CREDIT-AGAINST-INVOICE-EXIT.
           EXIT.

       FIND-CREDITED-INVOICE SECTION.

           READ AR-Ledger NEXT RECORD
           IF NOT ARLEDGR-NORMAL
              OR ARLEDGR-USERID NOT = WS-CR-USERID
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO FIND-CREDITED-INVOICE-EXIT
           END-IF
           IF ARLEDGR-INVOICE
              AND ARLEDGR-DOC-NUMBER = WS-CR-ORDER-NUMBER
              AND ARLEDGR-OPEN-AMT > 0
              MOVE ARLEDGR-DOC-DATE TO WS-CR-INVOICE-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
       FIND-CREDITED-INVOICE-EXIT.
           EXIT.
