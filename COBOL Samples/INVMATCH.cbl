       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = INVMATCH                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
      * Supplier invoice intake with a three-way match: every line of
      * a supplier invoice (SUPINVIN, SUPPINV layout) is matched to
      * the REQMASTR requisition PARTREPL raised and the RCPTHIST
      * receipts GOODSRCV posted against it -
      *   - the requisition must be for the invoicing supplier and
      *     the part billed;
      *   - the quantity billed, with what earlier invoices already
      *     billed on the requisition, may not exceed the quantity
      *     received;
      *   - the unit price may differ from the agreed price by no
      *     more than the tolerance (JCL PARM, percent, default 2) -
      *     the supplier's quote PARTREPL ordered at, or the part's
      *     PARTFILE unit cost when the requisition carries no quote.
      * An invoice whose lines all match is released to the INVAPPR
      * payment-approved file and its lines are added to the
      * requisitions' invoiced quantity. Any mismatch holds the whole
      * invoice: its failing lines go on the hold list with the
      * reason, and it can be presented again once corrected. Every
      * invoice is kept on the INVREG register - a released invoice
      * presented again is held as a duplicate - and SUPPPERF rates
      * each supplier's invoice accuracy from it. Held invoices end
      * the job with return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-Lines ASSIGN TO SUPINVIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SUPINV-STATUS.

           SELECT Requisition-Master ASSIGN TO REQMASTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS REQMASTR-KEY OF REQMASTR-RECORD
              FILE STATUS IS REQM-FILE-STATUS.

           SELECT Receipt-History ASSIGN TO RCPTHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RCPTHIST-KEY OF RCPTHIST-RECORD
              FILE STATUS IS RCPT-FILE-STATUS.

           SELECT Part-File ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PART-KEY OF PART-REC
              FILE STATUS IS PARTFILE-STATUS.

           SELECT Invoice-Register ASSIGN TO INVREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS INVREG-KEY OF INVREG-RECORD
              FILE STATUS IS INVREG-FILE-STATUS.

           SELECT Approved-Invoices ASSIGN TO INVAPPR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INVAPPR-STATUS.

           SELECT Report-Output ASSIGN TO INVMRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Invoice-Lines
           RECORD CONTAINS 80 CHARACTERS.
       COPY SUPPINV SUPPRESS.

       FD  Requisition-Master.
       COPY REQMASTR SUPPRESS.

       FD  Receipt-History.
       COPY RCPTHIST SUPPRESS.

       FD  Part-File.
       COPY PART.

       FD  Invoice-Register.
       COPY INVREG SUPPRESS.

       FD  Approved-Invoices
           RECORD CONTAINS 80 CHARACTERS.
       COPY INVAPPR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 SUPINV-STATUS               PIC X(2).
           88 SUPINV-NORMAL           VALUE '00'.
       01 REQM-FILE-STATUS            PIC X(2).
           88 REQMASTR-NORMAL         VALUE '00'.
       01 RCPT-FILE-STATUS            PIC X(2).
           88 RCPTHIST-NORMAL         VALUE '00'.
       01 PARTFILE-STATUS             PIC X(2).
           88 PARTFILE-NORMAL         VALUE '00'.
       01 INVREG-FILE-STATUS          PIC X(2).
           88 INVREG-NORMAL           VALUE '00'.
           88 INVREG-NO-FILE          VALUE '35'.
       01 INVAPPR-STATUS              PIC X(2).
           88 INVAPPR-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 SUPINV-EOF              VALUE 'Y'.
       01 WS-RCPT-DONE-SW             PIC X(01) VALUE 'N'.
           88 RECEIPTS-DONE           VALUE 'Y'.
       01 WS-REG-FOUND-SW             PIC X(01) VALUE 'N'.
           88 INVOICE-ON-REGISTER     VALUE 'Y'.
       01 WS-HELD-SW                  PIC X(01) VALUE 'N'.
           88 INVOICE-HELD            VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).

      * Price tolerance in percent of the agreed price, from the JCL
      * PARM.
       01 WS-TOLERANCE-PCT            PIC 9(03) VALUE 2.

      * The invoice being matched and its lines.
       01 WS-CURRENT-INVOICE.
           05 WS-CUR-SUPPLIER         PIC X(06).
           05 WS-CUR-INVOICE-NUMBER   PIC X(12).
           05 WS-CUR-INVOICE-DATE     PIC X(08).
           05 WS-INVOICE-AMOUNT       PIC 9(09)V99.
           05 WS-INVOICE-REASON       PIC X(30).
           05 WS-HOLD-REASON          PIC X(30).

       01 WS-INVOICE-LINE-TABLE.
           05 IL-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 IL-ENTRY OCCURS 99 TIMES INDEXED BY IL-IX IL-JX.
               10 IL-LINE             PIC 9(03).
               10 IL-REQ-NUMBER       PIC X(12).
               10 IL-PART-KEY         PIC X(17).
               10 IL-QTY-BILLED       PIC 9(05).
               10 IL-UNIT-PRICE       PIC 9(05)V99.
               10 IL-RECEIVED         PIC 9(06).
               10 IL-UNIT-COST        PIC 9(05)V99.
               10 IL-REASON           PIC X(30).

      * The line being matched.
       01 WS-WORK-FIELDS.
           05 WS-BILLED-TO-DATE       PIC 9(06).
           05 WS-INVOICED-QTY         PIC 9(06).
           05 WS-PRICE-VARIANCE       PIC 9(05)V99.
           05 WS-TOLERANCE-AMT        PIC 9(05)V9999.

      * Failing lines of held invoices, for the hold list.
       01 WS-HOLD-TABLE.
           05 HL-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 HL-ENTRY OCCURS 500 TIMES INDEXED BY HL-IX.
               10 HL-SUPPLIER         PIC X(06).
               10 HL-INVOICE-NUMBER   PIC X(12).
               10 HL-LINE             PIC 9(03).
               10 HL-REQ-NUMBER       PIC X(12).
               10 HL-PART-KEY         PIC X(17).
               10 HL-QTY-BILLED       PIC 9(05).
               10 HL-RECEIVED         PIC 9(06).
               10 HL-UNIT-PRICE       PIC 9(05)V99.
               10 HL-UNIT-COST        PIC 9(05)V99.
               10 HL-REASON           PIC X(30).

       01 RECONCILIATION-COUNTS.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-READ        PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-RELEASED    PIC 9(08) COMP VALUE 0.
           05 RC-INVOICES-HELD        PIC 9(08) COMP VALUE 0.
           05 RC-DUPLICATES           PIC 9(08) COMP VALUE 0.
           05 RC-REPRESENTED          PIC 9(08) COMP VALUE 0.
           05 RC-LINES-HELD           PIC 9(08) COMP VALUE 0.
           05 RC-AMOUNT-RELEASED      PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(37) VALUE
              'SUPPLIER INVOICE THREE-WAY MATCH -  '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(17) VALUE
              '   TOLERANCE PCT '.
           05 RT-TOLERANCE        PIC ZZ9.

       01 WS-SECTION-LINE         PIC X(60).

       01 WS-RELEASED-HEADING.
           05 FILLER              PIC X(08) VALUE 'SUPPLR  '.
           05 FILLER              PIC X(14) VALUE 'INVOICE       '.
           05 FILLER              PIC X(10) VALUE 'DATE      '.
           05 FILLER              PIC X(05) VALUE 'LNS  '.
           05 FILLER              PIC X(14) VALUE '        AMOUNT'.

       01 WS-RELEASED-LINE.
           05 RL-SUPPLIER         PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-INVOICE-NUMBER   PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-INVOICE-DATE     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-LINES            PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-HOLD-HEADING.
           05 FILLER              PIC X(07) VALUE 'SUPPLR '.
           05 FILLER              PIC X(13) VALUE 'INVOICE      '.
           05 FILLER              PIC X(04) VALUE 'LN  '.
           05 FILLER              PIC X(13) VALUE 'REQUISITION  '.
           05 FILLER              PIC X(18) VALUE 'PART              '.
           05 FILLER              PIC X(07) VALUE 'BILLED '.
           05 FILLER              PIC X(08) VALUE '  RECVD '.
           05 FILLER              PIC X(10) VALUE '    PRICE '.
           05 FILLER              PIC X(11) VALUE '   AGREED  '.
           05 FILLER              PIC X(06) VALUE 'REASON'.

       01 WS-HOLD-LINE.
           05 HD-SUPPLIER         PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-INVOICE-NUMBER   PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-LINE             PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-REQ-NUMBER       PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-PART-KEY         PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-QTY-BILLED       PIC ZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-RECEIVED         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-UNIT-PRICE       PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HD-UNIT-COST        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HD-REASON           PIC X(30).

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(03).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF PARM-LENGTH > 0
              AND PARM-DATA(1:PARM-LENGTH) IS NUMERIC
              MOVE PARM-DATA(1:PARM-LENGTH) TO WS-TOLERANCE-PCT
           END-IF

           OPEN INPUT Invoice-Lines
           IF NOT SUPINV-NORMAL
              DISPLAY "ERROR: unable to open SUPINVIN, status="
                      SUPINV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Requisition-Master
           IF NOT REQMASTR-NORMAL
              DISPLAY "ERROR: unable to open REQMASTR, status="
                      REQM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Receipt-History
           IF NOT RCPTHIST-NORMAL
              DISPLAY "ERROR: unable to open RCPTHIST, status="
                      RCPT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Part-File
           IF NOT PARTFILE-NORMAL
              DISPLAY "ERROR: unable to open PARTFILE, status="
                      PARTFILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Invoice-Register
           IF INVREG-NO-FILE
              OPEN OUTPUT Invoice-Register
              CLOSE Invoice-Register
              OPEN I-O Invoice-Register
           END-IF
           IF NOT INVREG-NORMAL
              DISPLAY "ERROR: unable to open INVREG, status="
                      INVREG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Approved-Invoices
           IF NOT INVAPPR-NORMAL
              DISPLAY "ERROR: unable to open INVAPPR, status="
                      INVAPPR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open INVMRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-RUN-DATE TO RT-RUN-DATE
           MOVE WS-TOLERANCE-PCT TO RT-TOLERANCE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           MOVE 'INVOICES RELEASED FOR PAYMENT' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           WRITE REPORT-LINE FROM WS-RELEASED-HEADING

           PERFORM READ-INVOICE-LINE
           PERFORM MATCH-ONE-INVOICE
               UNTIL SUPINV-EOF
           IF RC-INVOICES-RELEASED = 0
              MOVE 'NONE' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF

           PERFORM PRINT-HOLD-LIST

           CLOSE Invoice-Lines
           CLOSE Requisition-Master
           CLOSE Receipt-History
           CLOSE Part-File
           CLOSE Invoice-Register
           CLOSE Approved-Invoices
           CLOSE Report-Output

           MOVE RC-AMOUNT-RELEASED TO WS-AMOUNT-DISPLAY
           DISPLAY "======================================"
           DISPLAY " INVMATCH End-of-job reconciliation"
           DISPLAY "   Invoice lines read   : " RC-LINES-READ
           DISPLAY "   Invoices read        : " RC-INVOICES-READ
           DISPLAY "   Invoices released    : " RC-INVOICES-RELEASED
           DISPLAY "   Invoices held        : " RC-INVOICES-HELD
           DISPLAY "   Duplicates held      : " RC-DUPLICATES
           DISPLAY "   Re-presented         : " RC-REPRESENTED
           DISPLAY "   Lines on hold list   : " RC-LINES-HELD
           DISPLAY "   Amount released      : " WS-AMOUNT-DISPLAY
           DISPLAY "======================================"

           IF RETURN-CODE < 4
              AND RC-INVOICES-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

       READ-INVOICE-LINE SECTION.

           READ Invoice-Lines
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       READ-INVOICE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One invoice: gather its lines, match each, then release the    *
      * invoice or hold it and record the outcome on the register.     *
      *----------------------------------------------------------------*
       MATCH-ONE-INVOICE SECTION.

           ADD 1 TO RC-INVOICES-READ
           MOVE SUPPINV-SUPPLIER TO WS-CUR-SUPPLIER
           MOVE SUPPINV-INVOICE-NUMBER TO WS-CUR-INVOICE-NUMBER
           MOVE SUPPINV-INVOICE-DATE TO WS-CUR-INVOICE-DATE
           MOVE 0 TO WS-INVOICE-AMOUNT
           MOVE SPACES TO WS-INVOICE-REASON
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 'N' TO WS-HELD-SW
           MOVE 0 TO IL-ENTRY-COUNT

           PERFORM LOAD-ONE-INVOICE-LINE
               UNTIL SUPINV-EOF
                  OR SUPPINV-SUPPLIER NOT = WS-CUR-SUPPLIER
                  OR SUPPINV-INVOICE-NUMBER
                         NOT = WS-CUR-INVOICE-NUMBER

           IF WS-CUR-SUPPLIER = SPACES
              OR WS-CUR-INVOICE-NUMBER = SPACES
              MOVE 'SUPPLIER OR INVOICE NO MISSING'
                  TO WS-INVOICE-REASON
           END-IF
           IF WS-CUR-INVOICE-DATE IS NOT NUMERIC
              AND WS-INVOICE-REASON = SPACES
              MOVE 'INVOICE DATE INVALID' TO WS-INVOICE-REASON
           END-IF

           MOVE 'N' TO WS-REG-FOUND-SW
           MOVE WS-CUR-SUPPLIER TO INVREG-SUPPLIER
           MOVE WS-CUR-INVOICE-NUMBER TO INVREG-INVOICE-NUMBER
           READ Invoice-Register
           IF INVREG-NORMAL
              MOVE 'Y' TO WS-REG-FOUND-SW
           ELSE
              MOVE '00' TO INVREG-FILE-STATUS
           END-IF
           IF INVOICE-ON-REGISTER
              AND INVREG-RELEASED
              MOVE 'DUPLICATE - ALREADY RELEASED' TO WS-INVOICE-REASON
              ADD 1 TO RC-DUPLICATES
           END-IF

           IF WS-INVOICE-REASON = SPACES
              PERFORM MATCH-ONE-LINE
                  VARYING IL-IX FROM 1 BY 1
                  UNTIL IL-IX > IL-ENTRY-COUNT
           ELSE
              PERFORM SET-INVOICE-REASON
                  VARYING IL-IX FROM 1 BY 1
                  UNTIL IL-IX > IL-ENTRY-COUNT
           END-IF

           PERFORM NOTE-ONE-HELD-LINE
               VARYING IL-IX FROM 1 BY 1
               UNTIL IL-IX > IL-ENTRY-COUNT

           IF INVOICE-HELD
              ADD 1 TO RC-INVOICES-HELD
           ELSE
              PERFORM RELEASE-INVOICE
           END-IF

      * A released invoice presented again leaves the register as it
      * was; anything else records this presentation.
           IF WS-INVOICE-REASON NOT = 'DUPLICATE - ALREADY RELEASED'
              PERFORM RECORD-ON-REGISTER
           END-IF.
       MATCH-ONE-INVOICE-EXIT.
           EXIT.

       LOAD-ONE-INVOICE-LINE SECTION.

           ADD 1 TO RC-LINES-READ
           IF IL-ENTRY-COUNT >= 99
              MOVE 'TOO MANY LINES ON INVOICE' TO WS-INVOICE-REASON
              PERFORM READ-INVOICE-LINE
              GO TO LOAD-ONE-INVOICE-LINE-EXIT
           END-IF

           ADD 1 TO IL-ENTRY-COUNT
           SET IL-IX TO IL-ENTRY-COUNT
           MOVE SPACES TO IL-REASON(IL-IX)
           MOVE SUPPINV-REQ-NUMBER TO IL-REQ-NUMBER(IL-IX)
           MOVE SUPPINV-PART-KEY TO IL-PART-KEY(IL-IX)
           MOVE 0 TO IL-RECEIVED(IL-IX)
           MOVE 0 TO IL-UNIT-COST(IL-IX)
           IF SUPPINV-LINE IS NUMERIC
              MOVE SUPPINV-LINE TO IL-LINE(IL-IX)
           ELSE
              MOVE IL-ENTRY-COUNT TO IL-LINE(IL-IX)
           END-IF

           IF SUPPINV-QTY-BILLED IS NOT NUMERIC
              OR SUPPINV-UNIT-PRICE IS NOT NUMERIC
              MOVE 0 TO IL-QTY-BILLED(IL-IX)
              MOVE 0 TO IL-UNIT-PRICE(IL-IX)
              MOVE 'QTY OR PRICE NOT NUMERIC' TO IL-REASON(IL-IX)
              PERFORM READ-INVOICE-LINE
              GO TO LOAD-ONE-INVOICE-LINE-EXIT
           END-IF
           MOVE SUPPINV-QTY-BILLED TO IL-QTY-BILLED(IL-IX)
           MOVE SUPPINV-UNIT-PRICE TO IL-UNIT-PRICE(IL-IX)
           IF IL-QTY-BILLED(IL-IX) = 0
              OR IL-UNIT-PRICE(IL-IX) = 0
              MOVE 'ZERO QTY OR PRICE' TO IL-REASON(IL-IX)
           END-IF
           COMPUTE WS-INVOICE-AMOUNT = WS-INVOICE-AMOUNT
               + IL-QTY-BILLED(IL-IX) * IL-UNIT-PRICE(IL-IX)

           PERFORM READ-INVOICE-LINE.
       LOAD-ONE-INVOICE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One line against its requisition, its receipts and the part's  *
      * agreed price; the first check it fails is its hold reason.     *
      *----------------------------------------------------------------*
       MATCH-ONE-LINE SECTION.

           IF IL-REASON(IL-IX) NOT = SPACES
              GO TO MATCH-ONE-LINE-EXIT
           END-IF

           MOVE IL-REQ-NUMBER(IL-IX) TO REQMASTR-NUMBER
           READ Requisition-Master
           IF NOT REQMASTR-NORMAL
              MOVE 'REQUISITION NOT ON REQMASTR' TO IL-REASON(IL-IX)
              MOVE '00' TO REQM-FILE-STATUS
              GO TO MATCH-ONE-LINE-EXIT
           END-IF
           IF REQMASTR-SUPPLIER NOT = WS-CUR-SUPPLIER
              MOVE 'REQUISITION FOR OTHER SUPPLIER' TO IL-REASON(IL-IX)
              GO TO MATCH-ONE-LINE-EXIT
           END-IF
           IF IL-PART-KEY(IL-IX) = SPACES
              MOVE REQMASTR-PART-KEY TO IL-PART-KEY(IL-IX)
           END-IF
           IF IL-PART-KEY(IL-IX) NOT = REQMASTR-PART-KEY
              MOVE 'PART NOT ON REQUISITION' TO IL-REASON(IL-IX)
              GO TO MATCH-ONE-LINE-EXIT
           END-IF

           PERFORM TOTAL-REQUISITION-RECEIPTS
           IF IL-RECEIVED(IL-IX) = 0
              MOVE 'NO GOODS RECEIVED' TO IL-REASON(IL-IX)
              GO TO MATCH-ONE-LINE-EXIT
           END-IF

      * Billed to date: earlier invoices, earlier lines of this one
      * on the same requisition, and this line.
           MOVE REQMASTR-INVOICED-QTY TO WS-BILLED-TO-DATE
           PERFORM ADD-EARLIER-LINE
               VARYING IL-JX FROM 1 BY 1
               UNTIL IL-JX >= IL-IX
           ADD IL-QTY-BILLED(IL-IX) TO WS-BILLED-TO-DATE
           IF WS-BILLED-TO-DATE > IL-RECEIVED(IL-IX)
              MOVE 'QTY BILLED EXCEEDS RECEIVED' TO IL-REASON(IL-IX)
              GO TO MATCH-ONE-LINE-EXIT
           END-IF

           MOVE IL-PART-KEY(IL-IX) TO PART-KEY OF PART-REC
           READ Part-File
           IF NOT PARTFILE-NORMAL
              MOVE 'PART NOT ON PARTFILE' TO IL-REASON(IL-IX)
              MOVE '00' TO PARTFILE-STATUS
              GO TO MATCH-ONE-LINE-EXIT
           END-IF
           IF REQMASTR-QUOTED-PRICE IS GREATER THAN 0
              MOVE REQMASTR-QUOTED-PRICE TO IL-UNIT-COST(IL-IX)
           ELSE
              MOVE PART-UNIT-COST OF PART-REC TO IL-UNIT-COST(IL-IX)
           END-IF

           IF IL-UNIT-PRICE(IL-IX) > IL-UNIT-COST(IL-IX)
              COMPUTE WS-PRICE-VARIANCE =
                  IL-UNIT-PRICE(IL-IX) - IL-UNIT-COST(IL-IX)
           ELSE
              COMPUTE WS-PRICE-VARIANCE =
                  IL-UNIT-COST(IL-IX) - IL-UNIT-PRICE(IL-IX)
           END-IF
           COMPUTE WS-TOLERANCE-AMT =
               IL-UNIT-COST(IL-IX) * WS-TOLERANCE-PCT / 100
           IF WS-PRICE-VARIANCE > WS-TOLERANCE-AMT
              MOVE 'PRICE OUTSIDE TOLERANCE' TO IL-REASON(IL-IX)
           END-IF.
       MATCH-ONE-LINE-EXIT.
           EXIT.

       ADD-EARLIER-LINE SECTION.

           IF IL-REQ-NUMBER(IL-JX) = IL-REQ-NUMBER(IL-IX)
              ADD IL-QTY-BILLED(IL-JX) TO WS-BILLED-TO-DATE
           END-IF.
       ADD-EARLIER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Everything GOODSRCV has received against the requisition.     *
      *----------------------------------------------------------------*
       TOTAL-REQUISITION-RECEIPTS SECTION.

           MOVE 'N' TO WS-RCPT-DONE-SW
           MOVE IL-REQ-NUMBER(IL-IX) TO RCPTHIST-REQ-NUMBER
           MOVE 0 TO RCPTHIST-SEQUENCE
           START Receipt-History KEY IS NOT LESS THAN RCPTHIST-KEY
           IF NOT RCPTHIST-NORMAL
              MOVE '00' TO RCPT-FILE-STATUS
              GO TO TOTAL-REQUISITION-RECEIPTS-EXIT
           END-IF
           PERFORM ADD-ONE-RECEIPT
               UNTIL RECEIPTS-DONE.
       TOTAL-REQUISITION-RECEIPTS-EXIT.
           EXIT.

       ADD-ONE-RECEIPT SECTION.

           READ Receipt-History NEXT RECORD
           IF NOT RCPTHIST-NORMAL
              OR RCPTHIST-REQ-NUMBER NOT = IL-REQ-NUMBER(IL-IX)
              MOVE 'Y' TO WS-RCPT-DONE-SW
              MOVE '00' TO RCPT-FILE-STATUS
              GO TO ADD-ONE-RECEIPT-EXIT
           END-IF
           ADD RCPTHIST-QTY-RECEIVED TO IL-RECEIVED(IL-IX).
       ADD-ONE-RECEIPT-EXIT.
           EXIT.

       SET-INVOICE-REASON SECTION.

           IF IL-REASON(IL-IX) = SPACES
              MOVE WS-INVOICE-REASON TO IL-REASON(IL-IX)
           END-IF.
       SET-INVOICE-REASON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A failing line holds the invoice and goes on the hold list.    *
      *----------------------------------------------------------------*
       NOTE-ONE-HELD-LINE SECTION.

           IF IL-REASON(IL-IX) = SPACES
              GO TO NOTE-ONE-HELD-LINE-EXIT
           END-IF
           IF NOT INVOICE-HELD
              MOVE 'Y' TO WS-HELD-SW
              MOVE IL-REASON(IL-IX) TO WS-HOLD-REASON
           END-IF
           ADD 1 TO RC-LINES-HELD

           IF HL-ENTRY-COUNT >= 500
              DISPLAY "ERROR: HOLD LIST TABLE FULL AT 500 LINES"
              MOVE 16 TO RETURN-CODE
              GO TO NOTE-ONE-HELD-LINE-EXIT
           END-IF
           ADD 1 TO HL-ENTRY-COUNT
           SET HL-IX TO HL-ENTRY-COUNT
           MOVE WS-CUR-SUPPLIER TO HL-SUPPLIER(HL-IX)
           MOVE WS-CUR-INVOICE-NUMBER TO HL-INVOICE-NUMBER(HL-IX)
           MOVE IL-LINE(IL-IX) TO HL-LINE(HL-IX)
           MOVE IL-REQ-NUMBER(IL-IX) TO HL-REQ-NUMBER(HL-IX)
           MOVE IL-PART-KEY(IL-IX) TO HL-PART-KEY(HL-IX)
           MOVE IL-QTY-BILLED(IL-IX) TO HL-QTY-BILLED(HL-IX)
           MOVE IL-RECEIVED(IL-IX) TO HL-RECEIVED(HL-IX)
           MOVE IL-UNIT-PRICE(IL-IX) TO HL-UNIT-PRICE(HL-IX)
           MOVE IL-UNIT-COST(IL-IX) TO HL-UNIT-COST(HL-IX)
           MOVE IL-REASON(IL-IX) TO HL-REASON(HL-IX).
       NOTE-ONE-HELD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A matched invoice: its lines are billed on the requisitions    *
      * and it goes to the payment-approved file.                      *
      *----------------------------------------------------------------*
       RELEASE-INVOICE SECTION.

           PERFORM POST-ONE-INVOICED-LINE
               VARYING IL-IX FROM 1 BY 1
               UNTIL IL-IX > IL-ENTRY-COUNT

           MOVE SPACES TO INVAPPR-RECORD
           MOVE WS-CUR-SUPPLIER TO INVAPPR-SUPPLIER
           MOVE WS-CUR-INVOICE-NUMBER TO INVAPPR-INVOICE-NUMBER
           MOVE WS-CUR-INVOICE-DATE TO INVAPPR-INVOICE-DATE
           MOVE IL-ENTRY-COUNT TO INVAPPR-LINE-COUNT
           MOVE WS-INVOICE-AMOUNT TO INVAPPR-AMOUNT
           MOVE WS-RUN-DATE TO INVAPPR-APPROVED-DATE
           WRITE INVAPPR-RECORD
           IF NOT INVAPPR-NORMAL
              DISPLAY "ERROR: INVAPPR write failed, status="
                      INVAPPR-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO RELEASE-INVOICE-EXIT
           END-IF
           ADD 1 TO RC-INVOICES-RELEASED
           ADD WS-INVOICE-AMOUNT TO RC-AMOUNT-RELEASED

           MOVE WS-CUR-SUPPLIER TO RL-SUPPLIER
           MOVE WS-CUR-INVOICE-NUMBER TO RL-INVOICE-NUMBER
           MOVE WS-CUR-INVOICE-DATE TO RL-INVOICE-DATE
           MOVE IL-ENTRY-COUNT TO RL-LINES
           MOVE WS-INVOICE-AMOUNT TO RL-AMOUNT
           WRITE REPORT-LINE FROM WS-RELEASED-LINE.
       RELEASE-INVOICE-EXIT.
           EXIT.

       POST-ONE-INVOICED-LINE SECTION.

           MOVE IL-REQ-NUMBER(IL-IX) TO REQMASTR-NUMBER
           READ Requisition-Master
           IF NOT REQMASTR-NORMAL
              DISPLAY "ERROR: REQMASTR read failed, status="
                      REQM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO POST-ONE-INVOICED-LINE-EXIT
           END-IF
           COMPUTE WS-INVOICED-QTY =
               REQMASTR-INVOICED-QTY + IL-QTY-BILLED(IL-IX)
           IF WS-INVOICED-QTY > 99999
              MOVE 99999 TO REQMASTR-INVOICED-QTY
           ELSE
              MOVE WS-INVOICED-QTY TO REQMASTR-INVOICED-QTY
           END-IF
           REWRITE REQMASTR-RECORD
           IF NOT REQMASTR-NORMAL
              DISPLAY "ERROR: REQMASTR rewrite failed, status="
                      REQM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       POST-ONE-INVOICED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The register keeps the outcome; only an invoice's first        *
      * presentation decides whether it was accurate.                  *
      *----------------------------------------------------------------*
       RECORD-ON-REGISTER SECTION.

           IF INVOICE-ON-REGISTER
              ADD 1 TO RC-REPRESENTED
              ADD 1 TO INVREG-PRESENTED
           ELSE
              MOVE SPACES TO INVREG-RECORD
              MOVE WS-CUR-SUPPLIER TO INVREG-SUPPLIER
              MOVE WS-CUR-INVOICE-NUMBER TO INVREG-INVOICE-NUMBER
              MOVE 1 TO INVREG-PRESENTED
              MOVE 0 TO INVREG-RELEASED-DATE
              IF INVOICE-HELD
                 MOVE 'N' TO INVREG-FIRST-PASS
              ELSE
                 MOVE 'Y' TO INVREG-FIRST-PASS
              END-IF
           END-IF

           IF WS-CUR-INVOICE-DATE IS NUMERIC
              MOVE WS-CUR-INVOICE-DATE TO INVREG-INVOICE-DATE
           ELSE
              MOVE 0 TO INVREG-INVOICE-DATE
           END-IF
           MOVE IL-ENTRY-COUNT TO INVREG-LINE-COUNT
           MOVE WS-INVOICE-AMOUNT TO INVREG-AMOUNT
           MOVE WS-RUN-DATE TO INVREG-LAST-DATE
           IF INVOICE-HELD
              MOVE 'H' TO INVREG-STATUS
              MOVE WS-HOLD-REASON TO INVREG-HOLD-REASON
           ELSE
              MOVE 'R' TO INVREG-STATUS
              MOVE SPACES TO INVREG-HOLD-REASON
              MOVE WS-RUN-DATE TO INVREG-RELEASED-DATE
           END-IF

           IF INVOICE-ON-REGISTER
              REWRITE INVREG-RECORD
           ELSE
              WRITE INVREG-RECORD
           END-IF
           IF NOT INVREG-NORMAL
              DISPLAY "ERROR: INVREG update failed, status="
                      INVREG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       RECORD-ON-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The hold list: each failing line of a held invoice with the    *
      * reason, for accounts payable to resolve with the supplier.     *
      *----------------------------------------------------------------*
       PRINT-HOLD-LIST SECTION.

           MOVE 'INVOICES ON HOLD' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           IF HL-ENTRY-COUNT = 0
              MOVE 'NONE' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO PRINT-HOLD-LIST-EXIT
           END-IF

           WRITE REPORT-LINE FROM WS-HOLD-HEADING
           PERFORM PRINT-ONE-HELD-LINE
               VARYING HL-IX FROM 1 BY 1
               UNTIL HL-IX > HL-ENTRY-COUNT.
       PRINT-HOLD-LIST-EXIT.
           EXIT.

       PRINT-ONE-HELD-LINE SECTION.

           MOVE HL-SUPPLIER(HL-IX) TO HD-SUPPLIER
           MOVE HL-INVOICE-NUMBER(HL-IX) TO HD-INVOICE-NUMBER
           MOVE HL-LINE(HL-IX) TO HD-LINE
           MOVE HL-REQ-NUMBER(HL-IX) TO HD-REQ-NUMBER
           MOVE HL-PART-KEY(HL-IX) TO HD-PART-KEY
           MOVE HL-QTY-BILLED(HL-IX) TO HD-QTY-BILLED
           MOVE HL-RECEIVED(HL-IX) TO HD-RECEIVED
           MOVE HL-UNIT-PRICE(HL-IX) TO HD-UNIT-PRICE
           MOVE HL-UNIT-COST(HL-IX) TO HD-UNIT-COST
           MOVE HL-REASON(HL-IX) TO HD-REASON
           WRITE REPORT-LINE FROM WS-HOLD-LINE.
       PRINT-ONE-HELD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*
       WRITE-SECTION-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADER-EXIT.
           EXIT.

       WRITE-SECTION-TEXT SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-TEXT-EXIT.
           EXIT.
