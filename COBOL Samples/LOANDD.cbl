       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANDD                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDD.
      * Daily direct-debit run for loan repayments taken from trader
      * cash accounts. Any DDMANDIN cards are applied first: 'A' sets
      * up (or replaces) the LNDDMAND mandate on a loan account for
      * the trader userid CUSTXREF holds against the customer's NUMB,
      * 'C' cancels it. Then every uncleared LOANSCHD entry of an
      * open account with an active mandate that falls due today is
      * debited from the trader's CASHACCT balance, posted on
      * CASHMOVE typed 'L' with the loan account as its reference,
      * and written to DDPAYIN as a PAYIN receipt marked 'DD' for
      * the LOANPAY step that follows, so it posts exactly as any
      * other receipt. When the cash does not cover the entry it is
      * left unpaid, the borrower is told through NOTIFPUT, and it is
      * tried once more DDRETRYDAYS (default 3) days after its due
      * date. The run reconciles the debits taken to the receipts
      * written; LOANPAY in turn reports the direct-debit receipts it
      * posted and any it refused. A rerun on the same day takes no
      * debit twice, and since DDPAYIN is written afresh it first
      * writes again the receipt for every 'L' movement already on
      * CASHMOVE for the day, so LOANPAY still receives them all.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Mandate-Input ASSIGN TO DDMANDIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DDMANDIN-STATUS.

           SELECT Debit-Mandates ASSIGN TO LNDDMAND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNDDMAND-KEY OF LNDDMAND-RECORD
              FILE STATUS IS LNDDMAND-STATUS-CODE.

           SELECT Customer-Xref ASSIGN TO CUSTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTXREF-KEY OF CUSTXREF-RECORD
              FILE STATUS IS CUSTXREF-STATUS-CODE.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-STATUS-CODE.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-STATUS-CODE.

           SELECT Receipt-Output ASSIGN TO DDPAYIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DDPAYIN-STATUS.

           SELECT Report-Output ASSIGN TO DDRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One mandate card: 'A' set up with the customer's NUMB, or 'C'
      * cancel, for the loan account.
       FD  Mandate-Input.
       01  MANDATE-CARD.
           05  DM-ACTION              PIC X(01).
               88  DM-SET-UP              VALUE 'A'.
               88  DM-CANCEL              VALUE 'C'.
           05  FILLER                 PIC X(01).
           05  DM-ACCOUNT             PIC X(08).
           05  FILLER                 PIC X(01).
           05  DM-NUMB                PIC X(06).
           05  FILLER                 PIC X(63).

       FD  Debit-Mandates.
       COPY LNDDMAND SUPPRESS.

       FD  Customer-Xref.
       COPY CUSTXREF SUPPRESS.

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

      * PAYIN-shaped receipts for LOANPAY.
       FD  Receipt-Output.
       01  RECEIPT-RECORD.
           05  RR-ACCOUNT             PIC X(08).
           05  FILLER                 PIC X(01).
           05  RR-AMOUNT              PIC 9(09).99.
           05  FILLER                 PIC X(01).
           05  RR-VALUE-DATE          PIC 9(08).
           05  RR-SOURCE              PIC X(02).
           05  RR-DEBIT-REF           PIC X(14).
           05  FILLER                 PIC X(34).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 DDMANDIN-STATUS             PIC X(2).
           88 DDMANDIN-NORMAL         VALUE '00'.
       01 LNDDMAND-STATUS-CODE        PIC X(2).
           88 LNDDMAND-IO-NORMAL      VALUE '00'.
           88 LNDDMAND-NOT-FOUND      VALUE '23'.
       01 CUSTXREF-STATUS-CODE        PIC X(2).
           88 CUSTXREF-IO-NORMAL      VALUE '00'.
       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 CASHACCT-STATUS-CODE        PIC X(2).
           88 CASHACCT-IO-NORMAL      VALUE '00'.
       01 CASHMOVE-STATUS-CODE        PIC X(2).
           88 CASHMOVE-IO-NORMAL      VALUE '00'.
       01 DDPAYIN-STATUS              PIC X(2).
           88 DDPAYIN-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANSCHD-EOF            VALUE 'Y'.
       01 WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
           88 DDMANDIN-EOF            VALUE 'Y'.
       01 WS-CARDS-SW                 PIC X(01) VALUE 'N'.
           88 DDMANDIN-OPEN           VALUE 'Y'.
       01 WS-MANDATE-SW               PIC X(01) VALUE 'N'.
           88 MANDATE-IN-FORCE        VALUE 'Y'.
       01 WS-MOVE-EOF-SW              PIC X(01) VALUE 'N'.
           88 CASHMOVE-EOF            VALUE 'Y'.

      * Customer notification of a debit the cash did not cover.
       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.
       01 WS-NOTICE-FIELDS.
           05 WS-NOTICE-OWING         PIC ZZZ,ZZ9.99.

      * Retry days from the run-parameter registry.
       COPY RUNPLOOK.
       01 WS-PARM-FIELDS.
           05 WS-RETRY-DAYS-ENV       PIC X(08) VALUE SPACES.
           05 WS-RETRY-DAYS           PIC 9(03) VALUE 3.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-RUN-DATE-INT         PIC 9(08) COMP.
           05 WS-RETRY-DUE-DATE       PIC 9(08).
           05 WS-RETRY-ON-DATE        PIC 9(08).
           05 WS-TIMESTAMP            PIC 9(14).

      * The account whose entries are streaming past in key order.
       01 WS-CURRENT-ACCOUNT          PIC X(08) VALUE LOW-VALUES.
       01 WS-DEBIT-FIELDS.
           05 WS-ENTRY-OWING          PIC 9(09)V99 COMP-3.
           05 WS-REJECT-REASON        PIC X(40).
           05 WS-RETRY-SW             PIC X(01).
               88 IS-RETRY            VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(06) COMP VALUE 0.
           05 RC-MANDATES-SET-UP      PIC 9(06) COMP VALUE 0.
           05 RC-MANDATES-CANCELLED   PIC 9(06) COMP VALUE 0.
           05 RC-CARDS-REJECTED       PIC 9(06) COMP VALUE 0.
           05 RC-ENTRIES-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ENTRIES-DUE          PIC 9(06) COMP VALUE 0.
           05 RC-RETRIES-DUE          PIC 9(06) COMP VALUE 0.
           05 RC-ALREADY-RUN          PIC 9(06) COMP VALUE 0.
           05 RC-DEBITS-TAKEN         PIC 9(06) COMP VALUE 0.
           05 RC-DEBITS-AMOUNT        PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-DEBITS-FAILED        PIC 9(06) COMP VALUE 0.
           05 RC-FAILED-AMOUNT        PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-RECEIPTS-WRITTEN     PIC 9(06) COMP VALUE 0.
           05 RC-RECEIPTS-AMOUNT      PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-RECEIPTS-REISSUED    PIC 9(06) COMP VALUE 0.
           05 RC-REISSUED-AMOUNT      PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-NOTICES-RAISED       PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN DIRECT DEBIT RUN -             '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(16) VALUE
              '  RETRY AFTER   '.
           05 RT-RETRY-DAYS       PIC ZZ9.
           05 FILLER              PIC X(05) VALUE ' DAYS'.

       01 WS-RESULT-LINE.
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-SEQ              PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-ACTION           PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-USERID           PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(40).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(30).
           05 TL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-NOTE             PIC X(20).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOOK-UP-RETRY-DAYS
           IF WS-RETRY-DAYS = 0
              MOVE 0 TO WS-RETRY-DUE-DATE
           ELSE
              COMPUTE WS-RETRY-DUE-DATE = FUNCTION DATE-OF-INTEGER
                  (WS-RUN-DATE-INT - WS-RETRY-DAYS)
           END-IF

           OPEN I-O Debit-Mandates
           IF NOT LNDDMAND-IO-NORMAL
              DISPLAY "ERROR: unable to open LNDDMAND, status="
                      LNDDMAND-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Customer-Xref
           IF NOT CUSTXREF-IO-NORMAL
              DISPLAY "ERROR: unable to open CUSTXREF, status="
                      CUSTXREF-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              GOBACK
           END-IF

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              GOBACK
           END-IF

           OPEN INPUT Loan-Schedule
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANSCHD, status="
                      LOANSCHD-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN I-O Cash-Account
           IF NOT CASHACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open CASHACCT, status="
                      CASHACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              GOBACK
           END-IF

           OPEN OUTPUT Receipt-Output
           IF NOT DDPAYIN-NORMAL
              DISPLAY "ERROR: unable to open DDPAYIN, status="
                      DDPAYIN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Cash-Account
              GOBACK
           END-IF

           PERFORM REISSUE-DAY-RECEIPTS

           OPEN EXTEND Cash-Movements
           IF NOT CASHMOVE-IO-NORMAL
              DISPLAY "ERROR: unable to open CASHMOVE, status="
                      CASHMOVE-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Cash-Account
              CLOSE Receipt-Output
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open DDRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Debit-Mandates
              CLOSE Customer-Xref
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Cash-Account
              CLOSE Cash-Movements
              CLOSE Receipt-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

      * DDMANDIN is optional: most days carry no mandate changes
           OPEN INPUT Mandate-Input
           IF DDMANDIN-NORMAL
              MOVE 'Y' TO WS-CARDS-SW
           ELSE
              DISPLAY "INFO: no DDMANDIN cards this run, status="
                      DDMANDIN-STATUS
           END-IF
           IF DDMANDIN-OPEN
              PERFORM READ-NEXT-CARD
              PERFORM APPLY-ONE-CARD
                  UNTIL DDMANDIN-EOF
              CLOSE Mandate-Input
           END-IF

           PERFORM READ-NEXT-SCHEDULE-ENTRY
           PERFORM COLLECT-ONE-ENTRY
               UNTIL LOANSCHD-EOF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Report-Output.
           CLOSE Receipt-Output.
           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.
           CLOSE Customer-Xref.
           CLOSE Debit-Mandates.

           MOVE 'E' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD

           DISPLAY "======================================"
           DISPLAY " LOANDD End-of-job reconciliation"
           DISPLAY "   Mandate cards read   : " RC-CARDS-READ
           DISPLAY "   Mandates set up      : " RC-MANDATES-SET-UP
           DISPLAY "   Mandates cancelled   : "
                   RC-MANDATES-CANCELLED
           DISPLAY "   Cards rejected       : " RC-CARDS-REJECTED
           DISPLAY "   Schedule entries read: " RC-ENTRIES-READ
           DISPLAY "   Entries due today    : " RC-ENTRIES-DUE
           DISPLAY "   Retries due today    : " RC-RETRIES-DUE
           DISPLAY "   Debits taken         : " RC-DEBITS-TAKEN
           DISPLAY "   Amount debited       : " RC-DEBITS-AMOUNT
           DISPLAY "   Receipts written     : " RC-RECEIPTS-WRITTEN
           DISPLAY "   Amount receipted     : " RC-RECEIPTS-AMOUNT
           DISPLAY "   Receipts reissued    : " RC-RECEIPTS-REISSUED
           DISPLAY "   Amount reissued      : " RC-REISSUED-AMOUNT
           DISPLAY "   Debits not covered   : " RC-DEBITS-FAILED
           DISPLAY "   Customer notices     : " RC-NOTICES-RAISED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOOK-UP-RETRY-DAYS - how many days after its due date an entry *
      * the cash did not cover is tried again; zero for no retry.      *
      *----------------------------------------------------------------*
       LOOK-UP-RETRY-DAYS SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANDD' TO RUNPLOOK-PROGRAM
           MOVE 'DDRETRYDAYS' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-RETRY-DAYS-ENV
           ELSE
              DISPLAY "DDRETRYDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-RETRY-DAYS-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF WS-RETRY-DAYS-ENV NOT = SPACES
              COMPUTE WS-RETRY-DAYS =
                  FUNCTION NUMVAL(WS-RETRY-DAYS-ENV)
           END-IF
           .
       LOOK-UP-RETRY-DAYS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REISSUE-DAY-RECEIPTS - on a rerun, the receipts for the debits *
      * an earlier run took today, rebuilt from their 'L' movements on *
      * CASHMOVE with the same debit reference. On the day's first run *
      * there are none.                                                *
      *----------------------------------------------------------------*
       REISSUE-DAY-RECEIPTS SECTION.
           OPEN INPUT Cash-Movements
           IF NOT CASHMOVE-IO-NORMAL
              GO TO REISSUE-DAY-RECEIPTS-EXIT
           END-IF
           MOVE 'N' TO WS-MOVE-EOF-SW
           PERFORM REISSUE-ONE-RECEIPT
               UNTIL CASHMOVE-EOF
           CLOSE Cash-Movements
           .
       REISSUE-DAY-RECEIPTS-EXIT.
           EXIT.

       REISSUE-ONE-RECEIPT SECTION.
           READ Cash-Movements
              AT END
                 MOVE 'Y' TO WS-MOVE-EOF-SW
           END-READ
           IF CASHMOVE-EOF
              GO TO REISSUE-ONE-RECEIPT-EXIT
           END-IF
           IF CASHMOVE-TYPE NOT = 'L'
              OR CASHMOVE-TIMESTAMP(1:8) NOT = WS-RUN-DATE
              GO TO REISSUE-ONE-RECEIPT-EXIT
           END-IF

           MOVE SPACES TO RECEIPT-RECORD
           MOVE CASHMOVE-REFERENCE(1:8) TO RR-ACCOUNT
           MOVE CASHMOVE-AMOUNT TO RR-AMOUNT
           MOVE WS-RUN-DATE TO RR-VALUE-DATE
           MOVE 'DD' TO RR-SOURCE
           MOVE CASHMOVE-TIMESTAMP TO RR-DEBIT-REF
           WRITE RECEIPT-RECORD
           IF DDPAYIN-NORMAL
              ADD 1 TO RC-RECEIPTS-REISSUED
              ADD CASHMOVE-AMOUNT TO RC-REISSUED-AMOUNT
           ELSE
              DISPLAY "ERROR: DDPAYIN write failed, status="
                      DDPAYIN-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       REISSUE-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CARD SECTION.
           READ Mandate-Input
              AT END
                 MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ
           IF NOT DDMANDIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-CARD - a set-up needs an open loan account and a     *
      * customer whose CUSTXREF entry carries a trader userid with a   *
      * cash account; it replaces any mandate already on the loan. A   *
      * cancel needs a mandate in force.                               *
      *----------------------------------------------------------------*
       APPLY-ONE-CARD SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO RL-USERID
           MOVE DM-ACCOUNT TO LNDDMAND-ACCOUNT
           READ Debit-Mandates KEY IS LNDDMAND-KEY OF LNDDMAND-RECORD
           IF NOT LNDDMAND-IO-NORMAL
              AND NOT LNDDMAND-NOT-FOUND
              DISPLAY "ERROR: LNDDMAND read failed, status="
                      LNDDMAND-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO APPLY-ONE-CARD-NEXT
           END-IF

           EVALUATE TRUE
              WHEN DM-SET-UP
                 PERFORM SET-UP-MANDATE
              WHEN DM-CANCEL
                 IF LNDDMAND-NOT-FOUND
                    OR NOT LNDDMAND-ACTIVE
                    MOVE 'NO MANDATE IN FORCE TO CANCEL'
                        TO WS-REJECT-REASON
                 ELSE
                    MOVE 'C' TO LNDDMAND-STATUS
                    MOVE WS-RUN-DATE TO LNDDMAND-CANCELLED-DATE
                    REWRITE LNDDMAND-RECORD
                    IF LNDDMAND-IO-NORMAL
                       ADD 1 TO RC-MANDATES-CANCELLED
                       MOVE 'CANCELLED' TO RL-ACTION
                       MOVE LNDDMAND-TRADER-USERID TO RL-USERID
                    ELSE
                       MOVE 'MANDATE UPDATE FAILED'
                           TO WS-REJECT-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION MUST BE A OR C' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO RC-CARDS-REJECTED
              MOVE 'REJECTED' TO RL-ACTION
              MOVE WS-REJECT-REASON TO RL-NOTE
           ELSE
              MOVE 'MANDATE CARD APPLIED' TO RL-NOTE
           END-IF
           MOVE DM-ACCOUNT TO RL-ACCOUNT
           MOVE 0 TO RL-SEQ
           MOVE 0 TO RL-AMOUNT
           PERFORM WRITE-RESULT-LINE
           .
       APPLY-ONE-CARD-NEXT.
           PERFORM READ-NEXT-CARD
           .
       APPLY-ONE-CARD-EXIT.
           EXIT.

       SET-UP-MANDATE SECTION.
           MOVE DM-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts KEY IS LOANACCT-KEY OF
                                     LOANACCT-RECORD
           IF NOT LOANACCT-IO-NORMAL
              MOVE 'LOAN ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF
           IF NOT LOANACCT-OPEN
              MOVE 'LOAN ACCOUNT IS CLOSED' TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF

           MOVE DM-NUMB TO CUSTXREF-NUMB
           READ Customer-Xref
           IF NOT CUSTXREF-IO-NORMAL
              MOVE 'CUSTOMER NOT ON CUSTXREF' TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF
           IF CUSTXREF-TRADER-USERID = SPACES
              MOVE 'CUSTOMER HAS NO TRADER ACCOUNT LINKED'
                  TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF

           MOVE CUSTXREF-TRADER-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF CASHACCT-RECORD
           IF NOT CASHACCT-IO-NORMAL
              MOVE 'TRADER HAS NO CASH ACCOUNT' TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF

      * A set-up over an existing mandate replaces it
           MOVE SPACES TO LNDDMAND-RECORD
           MOVE DM-ACCOUNT TO LNDDMAND-ACCOUNT
           MOVE DM-NUMB TO LNDDMAND-NUMB
           MOVE CUSTXREF-TRADER-USERID TO LNDDMAND-TRADER-USERID
           MOVE 'A' TO LNDDMAND-STATUS
           MOVE WS-RUN-DATE TO LNDDMAND-SET-UP-DATE
           MOVE 0 TO LNDDMAND-CANCELLED-DATE
           MOVE 0 TO LNDDMAND-LAST-RUN-DATE
           MOVE 0 TO LNDDMAND-LAST-DEBIT-DATE
           MOVE 0 TO LNDDMAND-LAST-DEBIT-AMOUNT
           MOVE 0 TO LNDDMAND-LAST-FAIL-DATE
           IF LNDDMAND-NOT-FOUND
              WRITE LNDDMAND-RECORD
           ELSE
              REWRITE LNDDMAND-RECORD
           END-IF
           IF NOT LNDDMAND-IO-NORMAL
              MOVE 'MANDATE UPDATE FAILED' TO WS-REJECT-REASON
              GO TO SET-UP-MANDATE-EXIT
           END-IF
           ADD 1 TO RC-MANDATES-SET-UP
           MOVE 'SET UP' TO RL-ACTION
           MOVE LNDDMAND-TRADER-USERID TO RL-USERID
           .
       SET-UP-MANDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-SCHEDULE-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              ADD 1 TO RC-ENTRIES-READ
           END-IF
           .
       READ-NEXT-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COLLECT-ONE-ENTRY - control break on account, the mandate read *
      * once per account; an uncleared entry due today, or due the     *
      * retry days ago and still not covered, is debited.              *
      *----------------------------------------------------------------*
       COLLECT-ONE-ENTRY SECTION.
           IF LOANSCHD-ACCOUNT NOT = WS-CURRENT-ACCOUNT
              MOVE LOANSCHD-ACCOUNT TO WS-CURRENT-ACCOUNT
              PERFORM CHECK-ACCOUNT-MANDATE
           END-IF

           IF NOT MANDATE-IN-FORCE
              OR LOANSCHD-CLEARED
              GO TO COLLECT-ONE-ENTRY-NEXT
           END-IF
           EVALUATE TRUE
              WHEN LOANSCHD-DUE-DATE = WS-RUN-DATE
                 MOVE 'N' TO WS-RETRY-SW
                 ADD 1 TO RC-ENTRIES-DUE
              WHEN WS-RETRY-DUE-DATE NOT = 0
                   AND LOANSCHD-DUE-DATE = WS-RETRY-DUE-DATE
                 MOVE 'Y' TO WS-RETRY-SW
                 ADD 1 TO RC-RETRIES-DUE
              WHEN OTHER
                 GO TO COLLECT-ONE-ENTRY-NEXT
           END-EVALUATE

           PERFORM TAKE-ONE-DEBIT
           .
       COLLECT-ONE-ENTRY-NEXT.
           PERFORM READ-NEXT-SCHEDULE-ENTRY
           .
       COLLECT-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-ACCOUNT-MANDATE - debits are taken only on an open loan  *
      * under an active mandate not already run today, so a rerun     *
      * never debits an account twice.                                 *
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-MANDATE SECTION.
           MOVE 'N' TO WS-MANDATE-SW
           MOVE WS-CURRENT-ACCOUNT TO LNDDMAND-ACCOUNT
           READ Debit-Mandates KEY IS LNDDMAND-KEY OF LNDDMAND-RECORD
           IF NOT LNDDMAND-IO-NORMAL
              OR NOT LNDDMAND-ACTIVE
              GO TO CHECK-ACCOUNT-MANDATE-EXIT
           END-IF
           IF LNDDMAND-LAST-RUN-DATE = WS-RUN-DATE
              ADD 1 TO RC-ALREADY-RUN
              GO TO CHECK-ACCOUNT-MANDATE-EXIT
           END-IF
           MOVE WS-CURRENT-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts KEY IS LOANACCT-KEY OF
                                     LOANACCT-RECORD
           IF LOANACCT-IO-NORMAL AND LOANACCT-OPEN
              MOVE 'Y' TO WS-MANDATE-SW
           END-IF
           .
       CHECK-ACCOUNT-MANDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TAKE-ONE-DEBIT - what the entry still owes comes out of the    *
      * trader's cash in one movement and goes to LOANPAY as one       *
      * receipt. Cash short of it takes nothing: the entry stays       *
      * unpaid and the borrower is told.                               *
      *----------------------------------------------------------------*
       TAKE-ONE-DEBIT SECTION.
           COMPUTE WS-ENTRY-OWING =
               LOANSCHD-AMOUNT-DUE - LOANSCHD-AMOUNT-PAID
           MOVE LOANSCHD-ACCOUNT TO RL-ACCOUNT
           MOVE LOANSCHD-SEQ TO RL-SEQ
           MOVE WS-ENTRY-OWING TO RL-AMOUNT
           MOVE LNDDMAND-TRADER-USERID TO RL-USERID
           MOVE WS-RUN-DATE TO LNDDMAND-LAST-RUN-DATE

           MOVE LNDDMAND-TRADER-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF CASHACCT-RECORD
           EVALUATE TRUE
              WHEN NOT CASHACCT-IO-NORMAL
                 MOVE 'CASH ACCOUNT NOT FOUND' TO RL-NOTE
                 PERFORM DEBIT-NOT-COVERED
                 GO TO TAKE-ONE-DEBIT-EXIT
              WHEN CASHACCT-BALANCE IS LESS THAN WS-ENTRY-OWING
                 MOVE 'INSUFFICIENT CASH' TO RL-NOTE
                 PERFORM DEBIT-NOT-COVERED
                 GO TO TAKE-ONE-DEBIT-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           SUBTRACT WS-ENTRY-OWING FROM CASHACCT-BALANCE
           REWRITE CASHACCT-RECORD
           IF NOT CASHACCT-IO-NORMAL
              DISPLAY "ERROR: CASHACCT rewrite failed, status="
                      CASHACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO TAKE-ONE-DEBIT-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE WS-TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE 'L' TO CASHMOVE-TYPE
           MOVE WS-ENTRY-OWING TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE LOANSCHD-ACCOUNT TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-IO-NORMAL
              DISPLAY "ERROR: CASHMOVE write failed, status="
                      CASHMOVE-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO RC-DEBITS-TAKEN
           ADD WS-ENTRY-OWING TO RC-DEBITS-AMOUNT

           MOVE SPACES TO RECEIPT-RECORD
           MOVE LOANSCHD-ACCOUNT TO RR-ACCOUNT
           MOVE WS-ENTRY-OWING TO RR-AMOUNT
           MOVE WS-RUN-DATE TO RR-VALUE-DATE
           MOVE 'DD' TO RR-SOURCE
           MOVE WS-TIMESTAMP TO RR-DEBIT-REF
           WRITE RECEIPT-RECORD
           IF DDPAYIN-NORMAL
              ADD 1 TO RC-RECEIPTS-WRITTEN
              ADD WS-ENTRY-OWING TO RC-RECEIPTS-AMOUNT
           ELSE
              DISPLAY "ERROR: DDPAYIN write failed, status="
                      DDPAYIN-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-RUN-DATE TO LNDDMAND-LAST-DEBIT-DATE
           MOVE WS-ENTRY-OWING TO LNDDMAND-LAST-DEBIT-AMOUNT
           PERFORM SAVE-MANDATE

           MOVE 'DEBITED' TO RL-ACTION
           IF IS-RETRY
              MOVE 'TAKEN ON RETRY' TO RL-NOTE
           ELSE
              MOVE 'TAKEN ON DUE DATE' TO RL-NOTE
           END-IF
           PERFORM WRITE-RESULT-LINE
           .
       TAKE-ONE-DEBIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DEBIT-NOT-COVERED - the entry is left unpaid for LOANARRS and  *
      * LOANFEE to age as usual; the borrower is told when it will be  *
      * tried again, or after the retry that it will not.              *
      *----------------------------------------------------------------*
       DEBIT-NOT-COVERED SECTION.
           ADD 1 TO RC-DEBITS-FAILED
           ADD WS-ENTRY-OWING TO RC-FAILED-AMOUNT
           MOVE WS-RUN-DATE TO LNDDMAND-LAST-FAIL-DATE
           PERFORM SAVE-MANDATE
           MOVE 'NOT COVERED' TO RL-ACTION
           PERFORM WRITE-RESULT-LINE

           MOVE SPACES TO NOTIFY-RECORD
           MOVE 'LOANDD' TO NOTIFY-SOURCE
           MOVE 'LDDF' TO NOTIFY-EVENT
           MOVE 'L' TO NOTIFY-ID-TYPE
           MOVE LOANSCHD-ACCOUNT TO NOTIFY-CUSTOMER-ID
           MOVE LOANACCT-NAME TO NOTIFY-NAME
           MOVE WS-ENTRY-OWING TO WS-NOTICE-OWING
           IF IS-RETRY OR WS-RETRY-DAYS = 0
              STRING 'DIRECT DEBIT OF ' DELIMITED BY SIZE
                     WS-NOTICE-OWING DELIMITED BY SIZE
                     ' FOR LOAN ' LOANSCHD-ACCOUNT DELIMITED BY SIZE
                     ' UNPAID - PLEASE PAY BY OTHER MEANS'
                                           DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           ELSE
              COMPUTE WS-RETRY-ON-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(LOANSCHD-DUE-DATE)
                   + WS-RETRY-DAYS)
              STRING 'DIRECT DEBIT OF ' DELIMITED BY SIZE
                     WS-NOTICE-OWING DELIMITED BY SIZE
                     ' FOR LOAN ' LOANSCHD-ACCOUNT DELIMITED BY SIZE
                     ' UNPAID - RETRY ON ' DELIMITED BY SIZE
                     WS-RETRY-ON-DATE DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-IF
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       DEBIT-NOT-COVERED-EXIT.
           EXIT.

       SAVE-MANDATE SECTION.
           REWRITE LNDDMAND-RECORD
           IF NOT LNDDMAND-IO-NORMAL
              DISPLAY "ERROR: LNDDMAND rewrite failed, status="
                      LNDDMAND-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       SAVE-MANDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-RETRY-DAYS TO RT-RETRY-DAYS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-REPORT-TOTALS - the debits taken against the receipts    *
      * handed to LOANPAY; any difference is money out of a cash       *
      * account with no receipt behind it.                             *
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TL-NOTE.
           MOVE 'MANDATES SET UP:' TO TL-LABEL.
           MOVE RC-MANDATES-SET-UP TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'MANDATES CANCELLED:' TO TL-LABEL.
           MOVE RC-MANDATES-CANCELLED TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'DEBITS NOT COVERED:' TO TL-LABEL.
           MOVE RC-DEBITS-FAILED TO TL-COUNT.
           MOVE RC-FAILED-AMOUNT TO TL-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'DEBITS TAKEN FROM CASH:' TO TL-LABEL.
           MOVE RC-DEBITS-TAKEN TO TL-COUNT.
           MOVE RC-DEBITS-AMOUNT TO TL-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'RECEIPTS WRITTEN FOR LOANPAY:' TO TL-LABEL.
           MOVE RC-RECEIPTS-WRITTEN TO TL-COUNT.
           MOVE RC-RECEIPTS-AMOUNT TO TL-AMOUNT.
           IF RC-RECEIPTS-WRITTEN = RC-DEBITS-TAKEN
              AND RC-RECEIPTS-AMOUNT = RC-DEBITS-AMOUNT
              MOVE 'IN BALANCE' TO TL-NOTE
           ELSE
              MOVE 'OUT OF BALANCE' TO TL-NOTE
              DISPLAY "ERROR: direct debits taken do not match "
                      "receipts written"
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-ONE-TOTAL-LINE.
           IF RC-RECEIPTS-REISSUED > 0
              MOVE 'RECEIPTS REISSUED, EARLIER RUN' TO TL-LABEL
              MOVE RC-RECEIPTS-REISSUED TO TL-COUNT
              MOVE RC-REISSUED-AMOUNT TO TL-AMOUNT
              MOVE SPACES TO TL-NOTE
              PERFORM WRITE-ONE-TOTAL-LINE
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-TOTAL-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESULT-LINE-EXIT.
           EXIT.
