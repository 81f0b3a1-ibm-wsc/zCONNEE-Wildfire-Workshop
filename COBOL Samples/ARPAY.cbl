       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ARPAY                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPAY.
      * Customer payments run over the day's ARREMIT remittances,
      * applying each to the customer's open ARLEDGR invoices: to
      * the invoice the customer named first, when they named one
      * and it is still open, then to the oldest open invoices in
      * date order. Every remittance is recorded on the ledger as a
      * payment item (type P) carrying its reference, open for any
      * money left once every invoice is settled, to the customer's
      * credit. Every application prints on the ARPAYRPT payments
      * report; a remittance with no customer, no amount, no valid
      * date or no reference is rejected and listed for cash posting
      * to correct. A remittance whose customer, date and reference
      * are already on the ledger was applied by an earlier run and
      * is listed but not applied again, so a rerun posts nothing
      * twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Remittance-Input ASSIGN TO ARREMIT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARREMIT-STATUS.

           SELECT AR-Ledger ASSIGN TO ARLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARLEDGR-KEY OF ARLEDGR-RECORD
              FILE STATUS IS ARLEDGR-STATUS.

           SELECT Report-Output ASSIGN TO ARPAYRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Remittance-Input.
       COPY ARREMIT SUPPRESS.

       FD  AR-Ledger.
       COPY ARLEDGR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ARREMIT-STATUS              PIC X(2).
           88 ARREMIT-NORMAL          VALUE '00'.
       01 ARLEDGR-STATUS              PIC X(2).
           88 ARLEDGR-NORMAL          VALUE '00'.
           88 ARLEDGR-DUPLICATE       VALUE '22'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 REMITTANCE-EOF          VALUE 'Y'.
       01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88 LEDGER-BROWSE-DONE      VALUE 'Y'.
       01 WS-POSTED-SW                PIC X(01) VALUE 'N'.
           88 ON-ACCOUNT-POSTED       VALUE 'Y'.
       01 WS-REMIT-FOUND-SW           PIC X(01) VALUE 'N'.
           88 REMITTANCE-ON-LEDGER    VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).

      * The remittance being applied and what is left of it.
       01 WS-REMIT-FIELDS.
           05 WS-REMAINING            PIC 9(07)V99.
           05 WS-APPLY-AMT            PIC 9(07)V99.
           05 WS-APPLIED-COUNT        PIC 9(04) COMP.
           05 WS-ON-ACCOUNT-NUMBER    PIC 9(08).

       01 RECONCILIATION-COUNTS.
           05 RC-REMITS-READ          PIC 9(08) COMP VALUE 0.
           05 RC-REMITS-REJECTED      PIC 9(08) COMP VALUE 0.
           05 RC-REMITS-ALREADY       PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-PAID        PIC 9(08) COMP VALUE 0.
           05 RC-ON-ACCOUNT-ITEMS     PIC 9(08) COMP VALUE 0.
           05 RC-LEDGER-FAILURES      PIC 9(08) COMP VALUE 0.
           05 RC-AMOUNT-RECEIVED      PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-AMOUNT-APPLIED       PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-AMOUNT-ON-ACCOUNT    PIC 9(11)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'CUSTOMER PAYMENTS APPLIED -      '.
           05 FILLER              PIC X(09) VALUE 'RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-REMIT-HEADER.
           05 FILLER              PIC X(09) VALUE 'CUSTOMER '.
           05 RH-USERID           PIC X(08).
           05 FILLER              PIC X(06) VALUE '  REF '.
           05 RH-REFERENCE        PIC X(12).
           05 FILLER              PIC X(10) VALUE '  DATED   '.
           05 RH-DATE             PIC X(08).
           05 FILLER              PIC X(11) VALUE '  RECEIVED '.
           05 RH-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RH-REMARK           PIC X(40).

       01 WS-APPLY-LINE.
           05 FILLER              PIC X(12) VALUE '   INVOICE  '.
           05 AL-INVOICE          PIC 9(08).
           05 FILLER              PIC X(09) VALUE '  RAISED '.
           05 AL-INVOICE-DATE     PIC X(08).
           05 FILLER              PIC X(10) VALUE '  APPLIED '.
           05 AL-APPLIED          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(12) VALUE '  STILL OPEN'.
           05 AL-OPEN             PIC Z,ZZZ,ZZ9.99.

       01 WS-NOT-OPEN-LINE.
           05 FILLER              PIC X(12) VALUE '   INVOICE  '.
           05 NL-INVOICE          PIC 9(08).
           05 FILLER              PIC X(41) VALUE
              ' NAMED BUT NOT OPEN - PAID OLDEST FIRST  '.

       01 WS-ON-ACCOUNT-LINE.
           05 FILLER              PIC X(31) VALUE
              '   LEFT ON ACCOUNT             '.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 OA-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 OA-REMARK           PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE 'RECEIVED: '.
           05 TL-RECEIVED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(22) VALUE
              '  APPLIED TO INVOICES '.
           05 TL-APPLIED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(14) VALUE '  ON ACCOUNT: '.
           05 TL-ON-ACCOUNT       PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT Remittance-Input
           IF NOT ARREMIT-NORMAL
              DISPLAY "ERROR: unable to open ARREMIT, status="
                      ARREMIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O AR-Ledger
           IF NOT ARLEDGR-NORMAL
              DISPLAY "ERROR: unable to open ARLEDGR, status="
                      ARLEDGR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Remittance-Input
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ARPAYRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Remittance-Input
              CLOSE AR-Ledger
              GOBACK
           END-IF

           MOVE WS-RUN-DATE TO RT-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM APPLY-ONE-REMITTANCE
               UNTIL REMITTANCE-EOF

           CLOSE Remittance-Input.
           CLOSE AR-Ledger.

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " ARPAY End-of-job reconciliation"
           DISPLAY "   Remittances read     : " RC-REMITS-READ
           DISPLAY "   Remittances rejected : " RC-REMITS-REJECTED
           DISPLAY "   Already on ledger    : " RC-REMITS-ALREADY
           DISPLAY "   Invoice applications : " RC-INVOICES-PAID
           DISPLAY "   On-account items     : " RC-ON-ACCOUNT-ITEMS
           DISPLAY "   Ledger failures      : " RC-LEDGER-FAILURES
           DISPLAY "======================================".

           IF RC-REMITS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RC-LEDGER-FAILURES > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * APPLY-ONE-REMITTANCE - the named invoice first, then the       *
      * oldest open invoices, then anything left on account.           *
      *----------------------------------------------------------------*
       APPLY-ONE-REMITTANCE SECTION.
           READ Remittance-Input
           IF NOT ARREMIT-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-REMITTANCE-EXIT
           END-IF
           ADD 1 TO RC-REMITS-READ

           MOVE ARREMIT-USERID TO RH-USERID
           MOVE ARREMIT-REFERENCE TO RH-REFERENCE
           MOVE ARREMIT-DATE TO RH-DATE
           MOVE SPACES TO RH-REMARK
           IF ARREMIT-AMOUNT IS NUMERIC
              MOVE ARREMIT-AMOUNT TO RH-AMOUNT
           ELSE
              MOVE 0 TO RH-AMOUNT
           END-IF

           EVALUATE TRUE
              WHEN ARREMIT-USERID = SPACES
                 MOVE '** REJECTED - NO CUSTOMER' TO RH-REMARK
              WHEN ARREMIT-AMOUNT IS NOT NUMERIC
                 OR ARREMIT-AMOUNT = 0
                 MOVE '** REJECTED - NO AMOUNT' TO RH-REMARK
              WHEN ARREMIT-DATE IS NOT NUMERIC
                 MOVE '** REJECTED - INVALID DATE' TO RH-REMARK
              WHEN ARREMIT-INVOICE-NUMBER IS NOT NUMERIC
                 MOVE '** REJECTED - INVALID INVOICE NUMBER'
                      TO RH-REMARK
              WHEN ARREMIT-REFERENCE = SPACES
                 MOVE '** REJECTED - NO REFERENCE' TO RH-REMARK
           END-EVALUATE
           IF RH-REMARK NOT = SPACES
              ADD 1 TO RC-REMITS-REJECTED
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-REMIT-HEADER TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO APPLY-ONE-REMITTANCE-EXIT
           END-IF

      * Applied by an earlier run
           PERFORM START-CUSTOMER-ITEMS
           MOVE 'N' TO WS-REMIT-FOUND-SW
           PERFORM FIND-POSTED-REMITTANCE
               UNTIL LEDGER-BROWSE-DONE
           IF REMITTANCE-ON-LEDGER
              ADD 1 TO RC-REMITS-ALREADY
              MOVE 'ALREADY ON LEDGER - NOT APPLIED AGAIN'
                  TO RH-REMARK
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-REMIT-HEADER TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO APPLY-ONE-REMITTANCE-EXIT
           END-IF

           ADD ARREMIT-AMOUNT TO RC-AMOUNT-RECEIVED
           MOVE ARREMIT-AMOUNT TO WS-REMAINING
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REMIT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

      * The invoice the customer named, if it is still open
           IF ARREMIT-INVOICE-NUMBER > 0
              PERFORM START-CUSTOMER-ITEMS
              PERFORM PAY-NAMED-INVOICE
                  UNTIL LEDGER-BROWSE-DONE
              IF WS-APPLIED-COUNT = 0
                 MOVE ARREMIT-INVOICE-NUMBER TO NL-INVOICE
                 MOVE SPACES TO REPORT-LINE
                 MOVE WS-NOT-OPEN-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF

      * Then the oldest open invoices, in date order
           IF WS-REMAINING > 0
              PERFORM START-CUSTOMER-ITEMS
              PERFORM PAY-OLDEST-INVOICE
                  UNTIL LEDGER-BROWSE-DONE
                     OR WS-REMAINING = 0
           END-IF

           PERFORM POST-ON-ACCOUNT
           .
       APPLY-ONE-REMITTANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-POSTED-REMITTANCE - the customer's payment items dated    *
      * the remittance date, looking for its reference.                *
      *----------------------------------------------------------------*
       FIND-POSTED-REMITTANCE SECTION.
           PERFORM READ-NEXT-CUSTOMER-ITEM
           IF LEDGER-BROWSE-DONE
              GO TO FIND-POSTED-REMITTANCE-EXIT
           END-IF
           IF ARLEDGR-DOC-DATE > ARREMIT-DATE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO FIND-POSTED-REMITTANCE-EXIT
           END-IF
           IF ARLEDGR-ON-ACCOUNT
              AND ARLEDGR-DOC-DATE = ARREMIT-DATE
              AND ARLEDGR-REFERENCE = ARREMIT-REFERENCE
              MOVE 'Y' TO WS-REMIT-FOUND-SW
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF
           .
       FIND-POSTED-REMITTANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * START-CUSTOMER-ITEMS - position on the customer's first item;  *
      * the key leads with the customer, then the document date.       *
      *----------------------------------------------------------------*
       START-CUSTOMER-ITEMS SECTION.
           MOVE LOW-VALUES TO ARLEDGR-KEY
           MOVE ARREMIT-USERID TO ARLEDGR-USERID
           START AR-Ledger KEY IS NOT LESS THAN
                               ARLEDGR-KEY OF ARLEDGR-RECORD
           IF ARLEDGR-NORMAL
              MOVE 'N' TO WS-BROWSE-DONE-SW
           ELSE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF
           .
       START-CUSTOMER-ITEMS-EXIT.
           EXIT.

       READ-NEXT-CUSTOMER-ITEM SECTION.
           READ AR-Ledger NEXT RECORD
           IF NOT ARLEDGR-NORMAL
              OR ARLEDGR-USERID NOT = ARREMIT-USERID
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF
           .
       READ-NEXT-CUSTOMER-ITEM-EXIT.
           EXIT.

       PAY-NAMED-INVOICE SECTION.
           PERFORM READ-NEXT-CUSTOMER-ITEM
           IF LEDGER-BROWSE-DONE
              GO TO PAY-NAMED-INVOICE-EXIT
           END-IF
           IF ARLEDGR-INVOICE
              AND ARLEDGR-DOC-NUMBER = ARREMIT-INVOICE-NUMBER
              AND ARLEDGR-OPEN-AMT > 0
              PERFORM APPLY-TO-INVOICE
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF
           .
       PAY-NAMED-INVOICE-EXIT.
           EXIT.

       PAY-OLDEST-INVOICE SECTION.
           PERFORM READ-NEXT-CUSTOMER-ITEM
           IF LEDGER-BROWSE-DONE
              GO TO PAY-OLDEST-INVOICE-EXIT
           END-IF
           IF ARLEDGR-INVOICE
              AND ARLEDGR-OPEN-AMT > 0
              PERFORM APPLY-TO-INVOICE
           END-IF
           .
       PAY-OLDEST-INVOICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-TO-INVOICE - as much of the remittance as the invoice    *
      * still has open, rewritten on the ledger and listed.            *
      *----------------------------------------------------------------*
       APPLY-TO-INVOICE SECTION.
           IF WS-REMAINING < ARLEDGR-OPEN-AMT
              MOVE WS-REMAINING TO WS-APPLY-AMT
           ELSE
              MOVE ARLEDGR-OPEN-AMT TO WS-APPLY-AMT
           END-IF
           SUBTRACT WS-APPLY-AMT FROM ARLEDGR-OPEN-AMT
           MOVE ARREMIT-DATE TO ARLEDGR-LAST-APPLIED-DATE
           REWRITE ARLEDGR-RECORD
           IF NOT ARLEDGR-NORMAL
              DISPLAY "ERROR: ARLEDGR rewrite failed, status="
                      ARLEDGR-STATUS " invoice " ARLEDGR-DOC-NUMBER
              ADD 1 TO RC-LEDGER-FAILURES
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO APPLY-TO-INVOICE-EXIT
           END-IF
           SUBTRACT WS-APPLY-AMT FROM WS-REMAINING
           ADD WS-APPLY-AMT TO RC-AMOUNT-APPLIED
           ADD 1 TO RC-INVOICES-PAID
           ADD 1 TO WS-APPLIED-COUNT

           MOVE ARLEDGR-DOC-NUMBER TO AL-INVOICE
           MOVE ARLEDGR-DOC-DATE TO AL-INVOICE-DATE
           MOVE WS-APPLY-AMT TO AL-APPLIED
           MOVE ARLEDGR-OPEN-AMT TO AL-OPEN
           MOVE SPACES TO REPORT-LINE
           MOVE WS-APPLY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       APPLY-TO-INVOICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POST-ON-ACCOUNT - the remittance's payment item, dated the     *
      * remittance date, its reference marking it applied; what no    *
      * open invoice took stays open on it to the customer's credit.   *
      * The document number counts up past any already used that day.  *
      *----------------------------------------------------------------*
       POST-ON-ACCOUNT SECTION.
           MOVE 0 TO WS-ON-ACCOUNT-NUMBER
           MOVE 'N' TO WS-POSTED-SW
           PERFORM WRITE-ON-ACCOUNT-ITEM
               UNTIL ON-ACCOUNT-POSTED
           IF WS-REMAINING = 0
              AND ARLEDGR-NORMAL
              GO TO POST-ON-ACCOUNT-EXIT
           END-IF

           MOVE WS-REMAINING TO OA-AMOUNT
           IF WS-APPLIED-COUNT = 0
              MOVE 'NO OPEN INVOICE TO PAY' TO OA-REMARK
           ELSE
              MOVE 'ALL OPEN INVOICES SETTLED' TO OA-REMARK
           END-IF
           IF NOT ARLEDGR-NORMAL
              MOVE '** NOT POSTED - SEE JOB LOG' TO OA-REMARK
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ON-ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       POST-ON-ACCOUNT-EXIT.
           EXIT.

       WRITE-ON-ACCOUNT-ITEM SECTION.
           ADD 1 TO WS-ON-ACCOUNT-NUMBER
           MOVE SPACES TO ARLEDGR-RECORD
           MOVE ARREMIT-USERID TO ARLEDGR-USERID
           MOVE ARREMIT-DATE TO ARLEDGR-DOC-DATE
           SET ARLEDGR-ON-ACCOUNT TO TRUE
           MOVE WS-ON-ACCOUNT-NUMBER TO ARLEDGR-DOC-NUMBER
           MOVE 0 TO ARLEDGR-DOC-LINE
           MOVE ARREMIT-AMOUNT TO ARLEDGR-ORIGINAL-AMT
           MOVE WS-REMAINING TO ARLEDGR-OPEN-AMT
           MOVE ARREMIT-REFERENCE TO ARLEDGR-REFERENCE
           WRITE ARLEDGR-RECORD
           EVALUATE TRUE
              WHEN ARLEDGR-NORMAL
                 MOVE 'Y' TO WS-POSTED-SW
                 IF WS-REMAINING > 0
                    ADD 1 TO RC-ON-ACCOUNT-ITEMS
                    ADD WS-REMAINING TO RC-AMOUNT-ON-ACCOUNT
                 END-IF
              WHEN ARLEDGR-DUPLICATE
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ERROR: ARLEDGR write failed, status="
                         ARLEDGR-STATUS " customer " ARREMIT-USERID
                 ADD 1 TO RC-LEDGER-FAILURES
                 MOVE 'Y' TO WS-POSTED-SW
           END-EVALUATE
           .
       WRITE-ON-ACCOUNT-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE RC-AMOUNT-RECEIVED TO TL-RECEIVED.
           MOVE RC-AMOUNT-APPLIED TO TL-APPLIED.
           MOVE RC-AMOUNT-ON-ACCOUNT TO TL-ON-ACCOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
