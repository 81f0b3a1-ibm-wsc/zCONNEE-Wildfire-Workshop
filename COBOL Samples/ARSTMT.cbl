       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ARSTMT                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
      * Monthly customer statements and aged-debt report over the
      * ARLEDGR receivables ledger. Every customer with an open item
      * gets a statement listing each open invoice, credit note and
      * payment on account with its age, and the balance due aged
      * into current (up to 30 days), 31-60, 61-90 and over 90 days
      * from the document date; credits and payments on account
      * reduce the bucket their own age falls in. The aged-debt
      * report gives one line per customer with the same buckets,
      * the ARCUST credit limit and a flag where the balance is over
      * it, and grand totals for finance. The statement date comes
      * from the JCL PARM as yyyymmdd; default is the run date.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-Ledger ASSIGN TO ARLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ARLEDGR-KEY OF ARLEDGR-RECORD
              FILE STATUS IS ARLEDGR-STATUS.

           SELECT Customer-File ASSIGN TO ARCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ARCUST-USERID OF ARCUST-RECORD
              FILE STATUS IS ARCUST-STATUS.

           SELECT Statement-Output ASSIGN TO ARSTMT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATEMENT-STATUS.

           SELECT Report-Output ASSIGN TO ARAGED
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-Ledger.
       COPY ARLEDGR SUPPRESS.

       FD  Customer-File.
       COPY ARCUST SUPPRESS.

       FD  Statement-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-LINE             PIC X(132).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ARLEDGR-STATUS              PIC X(2).
           88 ARLEDGR-NORMAL          VALUE '00'.
       01 ARCUST-STATUS               PIC X(2).
           88 ARCUST-NORMAL           VALUE '00'.
       01 STATEMENT-STATUS            PIC X(2).
           88 STATEMENT-NORMAL        VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LEDGER-EOF              VALUE 'Y'.
       01 WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILE-OPEN      VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-STATEMENT-DATE           PIC 9(08).
       01 WS-STATEMENT-DAY            PIC 9(07) COMP.
       01 WS-ITEM-DATE                PIC 9(08).
       01 WS-ITEM-AGE                 PIC S9(07) COMP.
       01 WS-ITEM-AMOUNT              PIC S9(09)V99 COMP-3.

      * The customer being stated; the ledger reads in customer
      * order, so a change of userid closes the statement.
       01 WS-CURRENT-USERID           PIC X(08) VALUE SPACES.
       01 WS-CUSTOMER-TOTALS.
           05 CU-ITEMS                PIC 9(05) COMP.
           05 CU-BUCKET               PIC S9(09)V99 COMP-3
                                      OCCURS 4 TIMES.
           05 CU-BALANCE              PIC S9(09)V99 COMP-3.
       01 WS-GRAND-TOTALS.
           05 GT-BUCKET               PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
           05 GT-BALANCE              PIC S9(11)V99 COMP-3.
       01 WS-BUCKET                   PIC 9(01) COMP.

       01 RECONCILIATION-COUNTS.
           05 RC-ITEMS-READ           PIC 9(08) COMP VALUE 0.
           05 RC-ITEMS-OPEN           PIC 9(08) COMP VALUE 0.
           05 RC-STATEMENTS           PIC 9(08) COMP VALUE 0.
           05 RC-OVER-LIMIT           PIC 9(08) COMP VALUE 0.
           05 RC-WITH-OVER-90         PIC 9(08) COMP VALUE 0.

      * Statement line layouts.
       01 WS-STATEMENT-HEADER.
           05 FILLER              PIC X(24) VALUE
              'STATEMENT OF ACCOUNT    '.
           05 FILLER              PIC X(09) VALUE 'CUSTOMER '.
           05 SH-USERID           PIC X(08).
           05 FILLER              PIC X(09) VALUE '   AS AT '.
           05 SH-DATE             PIC 9(08).

       01 WS-STATEMENT-COLUMNS.
           05 FILLER              PIC X(36) VALUE
              'DATE     DOCUMENT       NUMBER   LN '.
           05 FILLER              PIC X(36) VALUE
              '       ORIGINAL      OUTSTANDING  AG'.
           05 FILLER              PIC X(01) VALUE 'E'.

       01 WS-STATEMENT-ITEM.
           05 SI-DATE             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SI-DOC-TYPE         PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SI-NUMBER           PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SI-LINE             PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SI-ORIGINAL         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SI-OPEN             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SI-AGE              PIC ZZZZ9.

       01 WS-STATEMENT-AGING.
           05 FILLER              PIC X(09) VALUE 'CURRENT  '.
           05 SA-BUCKET-1         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(08) VALUE '  31-60 '.
           05 SA-BUCKET-2         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(08) VALUE '  61-90 '.
           05 SA-BUCKET-3         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(10) VALUE '  OVER 90 '.
           05 SA-BUCKET-4         PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-STATEMENT-BALANCE.
           05 FILLER              PIC X(20) VALUE
              'BALANCE DUE         '.
           05 SB-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SB-REMARK           PIC X(40).

      * Aged-debt report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'AGED DEBT REPORT - AS AT         '.
           05 RT-STATEMENT-DATE   PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-REPORT-COLUMNS.
           05 FILLER              PIC X(40) VALUE
              'CUSTOMER        CURRENT          31-60  '.
           05 FILLER              PIC X(40) VALUE
              '        61-90        OVER 90        BALA'.
           05 FILLER              PIC X(40) VALUE
              'NCE   CREDIT LIMIT                      '.

       01 WS-AGED-LINE.
           05 AD-USERID           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-BUCKET           PIC ZZ,ZZZ,ZZ9.99-
                                  OCCURS 4 TIMES.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-LIMIT            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AD-FLAG             PIC X(22).
       01 WS-LIMIT-EDIT           PIC ZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the statement date; default is the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-STATEMENT-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-STATEMENT-DATE
           END-IF
           COMPUTE WS-STATEMENT-DAY =
               FUNCTION INTEGER-OF-DATE(WS-STATEMENT-DATE)

           OPEN INPUT AR-Ledger
           IF NOT ARLEDGR-NORMAL
              DISPLAY "ERROR: unable to open ARLEDGR, status="
                      ARLEDGR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Customer-File
           IF ARCUST-NORMAL
              MOVE 'Y' TO WS-CUST-OPEN-SW
           ELSE
              DISPLAY "WARNING: ARCUST unavailable, status="
                      ARCUST-STATUS
              DISPLAY "         credit limits not shown"
           END-IF

           OPEN OUTPUT Statement-Output
           IF NOT STATEMENT-NORMAL
              DISPLAY "ERROR: unable to open ARSTMT, status="
                      STATEMENT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AR-Ledger
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ARAGED, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AR-Ledger
              CLOSE Statement-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           INITIALIZE WS-GRAND-TOTALS
           INITIALIZE WS-CUSTOMER-TOTALS

           PERFORM STATE-ONE-ITEM
               UNTIL LEDGER-EOF
           PERFORM CLOSE-CUSTOMER-STATEMENT

           PERFORM WRITE-REPORT-TOTALS

           CLOSE AR-Ledger.
           IF CUSTOMER-FILE-OPEN
              CLOSE Customer-File
           END-IF
           CLOSE Statement-Output.
           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " ARSTMT End-of-job reconciliation"
           DISPLAY "   Ledger items read    : " RC-ITEMS-READ
           DISPLAY "   Open items stated    : " RC-ITEMS-OPEN
           DISPLAY "   Statements produced  : " RC-STATEMENTS
           DISPLAY "   Over credit limit    : " RC-OVER-LIMIT
           DISPLAY "   With debt over 90    : " RC-WITH-OVER-90
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * STATE-ONE-ITEM - an open item raised by the statement date,    *
      * onto its customer's statement and into its age bucket.         *
      *----------------------------------------------------------------*
       STATE-ONE-ITEM SECTION.
           READ AR-Ledger NEXT RECORD
           IF NOT ARLEDGR-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO STATE-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO RC-ITEMS-READ
           IF ARLEDGR-OPEN-AMT IS NOT NUMERIC
              OR ARLEDGR-OPEN-AMT = 0
              OR ARLEDGR-DOC-DATE IS NOT NUMERIC
              OR ARLEDGR-DOC-DATE > WS-STATEMENT-DATE
              GO TO STATE-ONE-ITEM-EXIT
           END-IF
           ADD 1 TO RC-ITEMS-OPEN

           IF ARLEDGR-USERID NOT = WS-CURRENT-USERID
              PERFORM CLOSE-CUSTOMER-STATEMENT
              PERFORM OPEN-CUSTOMER-STATEMENT
           END-IF

           MOVE ARLEDGR-DOC-DATE TO WS-ITEM-DATE
           COMPUTE WS-ITEM-AGE = WS-STATEMENT-DAY
               - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
           EVALUATE TRUE
              WHEN WS-ITEM-AGE <= 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-ITEM-AGE <= 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-ITEM-AGE <= 90
                 MOVE 3 TO WS-BUCKET
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE
      * What the customer owes us counts up, what we owe them down
           IF ARLEDGR-INVOICE
              MOVE ARLEDGR-OPEN-AMT TO WS-ITEM-AMOUNT
           ELSE
              COMPUTE WS-ITEM-AMOUNT = 0 - ARLEDGR-OPEN-AMT
           END-IF
           ADD 1 TO CU-ITEMS
           ADD WS-ITEM-AMOUNT TO CU-BUCKET(WS-BUCKET)
           ADD WS-ITEM-AMOUNT TO CU-BALANCE

           MOVE ARLEDGR-DOC-DATE TO SI-DATE
           EVALUATE TRUE
              WHEN ARLEDGR-INVOICE
                 MOVE 'INVOICE' TO SI-DOC-TYPE
              WHEN ARLEDGR-CREDIT-NOTE
                 MOVE 'CREDIT NOTE' TO SI-DOC-TYPE
              WHEN ARLEDGR-ON-ACCOUNT
                 MOVE 'PAYMENT' TO SI-DOC-TYPE
              WHEN OTHER
                 MOVE ARLEDGR-DOC-TYPE TO SI-DOC-TYPE
           END-EVALUATE
           MOVE ARLEDGR-DOC-NUMBER TO SI-NUMBER
           MOVE ARLEDGR-DOC-LINE TO SI-LINE
           MOVE ARLEDGR-ORIGINAL-AMT TO SI-ORIGINAL
           MOVE WS-ITEM-AMOUNT TO SI-OPEN
           MOVE WS-ITEM-AGE TO SI-AGE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STATEMENT-ITEM TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .
       STATE-ONE-ITEM-EXIT.
           EXIT.

       OPEN-CUSTOMER-STATEMENT SECTION.
           MOVE ARLEDGR-USERID TO WS-CURRENT-USERID
           INITIALIZE WS-CUSTOMER-TOTALS
           ADD 1 TO RC-STATEMENTS
           MOVE ARLEDGR-USERID TO SH-USERID
           MOVE WS-STATEMENT-DATE TO SH-DATE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL '=' TO STATEMENT-LINE(1:80)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STATEMENT-COLUMNS TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .
       OPEN-CUSTOMER-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CLOSE-CUSTOMER-STATEMENT - the customer's aging and balance on *
      * the statement, and their line on the aged-debt report.         *
      *----------------------------------------------------------------*
       CLOSE-CUSTOMER-STATEMENT SECTION.
           IF WS-CURRENT-USERID = SPACES
              GO TO CLOSE-CUSTOMER-STATEMENT-EXIT
           END-IF

           MOVE CU-BUCKET(1) TO SA-BUCKET-1
           MOVE CU-BUCKET(2) TO SA-BUCKET-2
           MOVE CU-BUCKET(3) TO SA-BUCKET-3
           MOVE CU-BUCKET(4) TO SA-BUCKET-4
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STATEMENT-AGING TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO AD-LIMIT
           MOVE SPACES TO AD-FLAG
           MOVE SPACES TO SB-REMARK
           IF CU-BUCKET(4) > 0
              ADD 1 TO RC-WITH-OVER-90
              MOVE 'DEBT OVER 90 DAYS' TO AD-FLAG
              MOVE 'PLEASE PAY THE AMOUNT OVER 90 DAYS NOW'
                   TO SB-REMARK
           END-IF
           IF CUSTOMER-FILE-OPEN
              MOVE WS-CURRENT-USERID TO ARCUST-USERID
              READ Customer-File
              IF ARCUST-NORMAL
                 MOVE ARCUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
                 MOVE WS-LIMIT-EDIT TO AD-LIMIT
                 IF CU-BALANCE > ARCUST-CREDIT-LIMIT
                    ADD 1 TO RC-OVER-LIMIT
                    MOVE 'OVER CREDIT LIMIT' TO AD-FLAG
                 END-IF
              ELSE
                 MOVE 'NONE' TO AD-LIMIT
                 MOVE '00' TO ARCUST-STATUS
              END-IF
           END-IF

           MOVE CU-BALANCE TO SB-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-STATEMENT-BALANCE TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM ADD-TO-GRAND-TOTALS
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
           MOVE WS-CURRENT-USERID TO AD-USERID
           MOVE CU-BALANCE TO AD-BALANCE
           ADD CU-BALANCE TO GT-BALANCE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AGED-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-CURRENT-USERID
           .
       CLOSE-CUSTOMER-STATEMENT-EXIT.
           EXIT.

       ADD-TO-GRAND-TOTALS SECTION.
           MOVE CU-BUCKET(WS-BUCKET) TO AD-BUCKET(WS-BUCKET)
           ADD CU-BUCKET(WS-BUCKET) TO GT-BUCKET(WS-BUCKET)
           .
       ADD-TO-GRAND-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-STATEMENT-DATE TO RT-STATEMENT-DATE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE 'TOTAL' TO AD-USERID.
           MOVE GT-BUCKET(1) TO AD-BUCKET(1).
           MOVE GT-BUCKET(2) TO AD-BUCKET(2).
           MOVE GT-BUCKET(3) TO AD-BUCKET(3).
           MOVE GT-BUCKET(4) TO AD-BUCKET(4).
           MOVE GT-BALANCE TO AD-BALANCE.
           MOVE SPACES TO AD-LIMIT.
           MOVE SPACES TO AD-FLAG.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AGED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
