      * time - with the average actual days next to the promised
      * figure so the buyers can correct SUPPLIER-LEAD-DAYS with
      * data. Chronic late shippers (under half on time over a
      * meaningful number of receipts) are flagged. The INVREG
      * supplier invoice register INVMATCH keeps adds each supplier's
      * invoice-accuracy rate - the share of its invoices that
      * matched requisition, receipts and price the first time they
      * were presented. Each supplier's figures also go to the
      * SUPPRATE rating file, from which PARTREPL weighs a quoting
      * supplier's delivery record against its price.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS SUPPLIER-KEY OF SUPPLIER-RECORD
              FILE STATUS IS SUPPFILE-STATUS.

           SELECT Invoice-Register ASSIGN TO INVREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS INVREG-KEY OF INVREG-RECORD
              FILE STATUS IS INVREG-FILE-STATUS.

           SELECT Rating-Output ASSIGN TO SUPPRATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUPPRATE-STATUS.

           SELECT Report-Output ASSIGN TO SUPPRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Supplier-File.
       COPY SUPPLIER SUPPRESS.

       FD  Invoice-Register.
       COPY INVREG SUPPRESS.

       FD  Rating-Output
           RECORD CONTAINS 50 CHARACTERS.
       COPY SUPPRATE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 RCPTHIST-NORMAL         VALUE '00'.
       01 SUPPFILE-STATUS             PIC X(2).
           88 SUPPFILE-NORMAL         VALUE '00'.
       01 INVREG-FILE-STATUS          PIC X(2).
           88 INVREG-NORMAL           VALUE '00'.
       01 SUPPRATE-STATUS             PIC X(2).
           88 SUPPRATE-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 RCPTHIST-EOF            VALUE 'Y'.
       01 WS-SUPP-OPEN-SW             PIC X(01) VALUE 'N'.
           88 SUPPFILE-OPEN           VALUE 'Y'.
       01 WS-INVREG-EOF-SW            PIC X(01) VALUE 'N'.
           88 INVREG-EOF              VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).

               10 SP-RECEIPTS         PIC 9(08) COMP.
               10 SP-ON-TIME          PIC 9(08) COMP.
               10 SP-ELAPSED-TOTAL    PIC 9(10) COMP.
               10 SP-INVOICES         PIC 9(08) COMP.
               10 SP-INV-ACCURATE     PIC 9(08) COMP.
       01 WS-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-TABLE       VALUE 'Y'.
       01 WS-LOOKUP-SUPPLIER          PIC X(06).

      * The receipt currently being measured.
       01 WS-WORK-FIELDS.
           05 WS-ELAPSED-DAYS         PIC S9(05) COMP.
           05 WS-RATE                 PIC 9(03)V99 COMP-3.
           05 WS-AVG-ELAPSED          PIC 9(05)V9 COMP-3.
           05 WS-INV-RATE             PIC 9(03)V99 COMP-3.

       01 RECONCILIATION-COUNTS.
           05 RC-RECEIPTS-READ        PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-READ        PIC 9(08) COMP VALUE 0.
           05 RC-SUPPLIERS-SEEN       PIC 9(04) COMP VALUE 0.
           05 RC-SUPPLIERS-FLAGGED    PIC 9(04) COMP VALUE 0.

           05 FILLER              PIC X(08) VALUE '  RATE %'.
           05 FILLER              PIC X(12) VALUE '  PROMISED  '.
           05 FILLER              PIC X(12) VALUE 'ACTUAL AVG  '.
           05 FILLER              PIC X(18) VALUE 'FLAG'.
           05 FILLER              PIC X(10) VALUE '  INVOICES'.
           05 FILLER              PIC X(10) VALUE '  ACCURACY'.

       01 WS-SUPPLIER-LINE.
           05 SL-SUPPLIER         PIC X(06).
           05 SL-ACTUAL           PIC ZZZZ9.9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-FLAG             PIC X(16).
           05 FILLER              PIC X(07) VALUE SPACES.
           05 SL-INVOICES         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-INV-RATE         PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
              GOBACK
           END-IF

           OPEN OUTPUT Rating-Output
           IF NOT SUPPRATE-NORMAL
              DISPLAY "ERROR: unable to open SUPPRATE, status="
                      SUPPRATE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM MEASURE-ONE-RECEIPT
               UNTIL RCPTHIST-EOF

           CLOSE Receipt-History

           OPEN INPUT Invoice-Register
           IF INVREG-NORMAL
              PERFORM COUNT-ONE-INVOICE
                  UNTIL INVREG-EOF
              CLOSE Invoice-Register
           ELSE
              DISPLAY "WARNING: INVREG unavailable, status="
                      INVREG-FILE-STATUS
              DISPLAY "         suppliers report without invoice "
                      "accuracy"
           END-IF

           PERFORM WRITE-PERFORMANCE-REPORT

           IF SUPPFILE-OPEN
              CLOSE Supplier-File
           END-IF
           CLOSE Rating-Output
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " SUPPPERF End-of-job reconciliation"
           DISPLAY "   Receipts read        : " RC-RECEIPTS-READ
           DISPLAY "   Invoices read        : " RC-INVOICES-READ
           DISPLAY "   Suppliers reported   : " RC-SUPPLIERS-SEEN
           DISPLAY "   Chronic late flagged : " RC-SUPPLIERS-FLAGGED
           DISPLAY "======================================"
           END-IF
           ADD 1 TO RC-RECEIPTS-READ

           MOVE RCPTHIST-SUPPLIER TO WS-LOOKUP-SUPPLIER
           PERFORM LOCATE-SUPPLIER-ENTRY

           ADD 1 TO SP-RECEIPTS(SP-IX)
       MEASURE-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One registered invoice: accurate when it matched the first     *
      * time it was presented.                                         *
      *----------------------------------------------------------------*
       COUNT-ONE-INVOICE SECTION.

           READ Invoice-Register NEXT RECORD
           IF NOT INVREG-NORMAL
              MOVE 'Y' TO WS-INVREG-EOF-SW
              GO TO COUNT-ONE-INVOICE-EXIT
           END-IF
           ADD 1 TO RC-INVOICES-READ

           MOVE INVREG-SUPPLIER TO WS-LOOKUP-SUPPLIER
           PERFORM LOCATE-SUPPLIER-ENTRY

           ADD 1 TO SP-INVOICES(SP-IX)
           IF INVREG-FIRST-PASS-MATCH
              ADD 1 TO SP-INV-ACCURATE(SP-IX)
           END-IF.
       COUNT-ONE-INVOICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Find or build the supplier's entry, fetching its name and      *
      * promised lead days from the master the first time.             *
              SEARCH SP-ENTRY
                  WHEN SP-IX > SP-ENTRY-COUNT
                      CONTINUE
                  WHEN SP-SUPPLIER(SP-IX) = WS-LOOKUP-SUPPLIER
                      MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           ADD 1 TO SP-ENTRY-COUNT
           ADD 1 TO RC-SUPPLIERS-SEEN
           SET SP-IX TO SP-ENTRY-COUNT
           MOVE WS-LOOKUP-SUPPLIER TO SP-SUPPLIER(SP-IX)
           MOVE '** NOT ON SUPPLIER MASTER **' TO SP-NAME(SP-IX)
           MOVE 0 TO SP-LEAD-DAYS(SP-IX)
           MOVE ZERO TO SP-RECEIPTS(SP-IX)
                        SP-ON-TIME(SP-IX)
                        SP-ELAPSED-TOTAL(SP-IX)
                        SP-INVOICES(SP-IX)
                        SP-INV-ACCURATE(SP-IX)
           IF SUPPFILE-OPEN
              MOVE WS-LOOKUP-SUPPLIER TO SUPPLIER-REF
              READ Supplier-File
              IF SUPPFILE-NORMAL
                 MOVE SUPPLIER-NAME TO SP-NAME(SP-IX)
           MOVE SP-NAME(SP-IX) TO SL-NAME
           MOVE SP-RECEIPTS(SP-IX) TO SL-RECEIPTS
           MOVE SP-ON-TIME(SP-IX) TO SL-ON-TIME
      * A supplier known only from its invoices has no receipts yet.
           IF SP-RECEIPTS(SP-IX) > 0
              COMPUTE WS-RATE ROUNDED =
                  SP-ON-TIME(SP-IX) * 100 / SP-RECEIPTS(SP-IX)
              COMPUTE WS-AVG-ELAPSED ROUNDED =
                  SP-ELAPSED-TOTAL(SP-IX) / SP-RECEIPTS(SP-IX)
           ELSE
              MOVE 0 TO WS-RATE
              MOVE 0 TO WS-AVG-ELAPSED
           END-IF
           MOVE WS-RATE TO SL-RATE
           MOVE SP-LEAD-DAYS(SP-IX) TO SL-PROMISED
           MOVE WS-AVG-ELAPSED TO SL-ACTUAL
           MOVE SP-INVOICES(SP-IX) TO SL-INVOICES
           IF SP-INVOICES(SP-IX) > 0
              COMPUTE WS-INV-RATE ROUNDED =
                  SP-INV-ACCURATE(SP-IX) * 100 / SP-INVOICES(SP-IX)
           ELSE
              MOVE 0 TO WS-INV-RATE
           END-IF
           MOVE WS-INV-RATE TO SL-INV-RATE

           MOVE SPACES TO SL-FLAG
           IF SP-RECEIPTS(SP-IX) >= 5
              ADD 1 TO RC-SUPPLIERS-FLAGGED
           END-IF

           WRITE REPORT-LINE FROM WS-SUPPLIER-LINE

           MOVE SPACES TO SUPPRATE-RECORD
           MOVE SP-SUPPLIER(SP-IX) TO SUPPRATE-SUPPLIER
           MOVE SP-RECEIPTS(SP-IX) TO SUPPRATE-RECEIPTS
           MOVE WS-RATE TO SUPPRATE-ON-TIME-RATE
           MOVE WS-AVG-ELAPSED TO SUPPRATE-AVG-DAYS
           MOVE SP-INVOICES(SP-IX) TO SUPPRATE-INVOICES
           MOVE WS-INV-RATE TO SUPPRATE-INV-ACCURACY
           MOVE WS-RUN-DATE TO SUPPRATE-RATED-DATE
           WRITE SUPPRATE-RECORD
           IF NOT SUPPRATE-NORMAL
              DISPLAY "ERROR: SUPPRATE write failed, status="
                      SUPPRATE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
       WRITE-ONE-SUPPLIER-EXIT.
           EXIT.
