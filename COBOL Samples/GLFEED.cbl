       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GLFEED                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEED.
      * Daily general-ledger interface. Sums the journal date's
      * activity from the operational stores by feed source:
      *   TRDCOMM   commission on the day's buys and sells (TRDLEDGR)
      *   CASHINT, CASHDIV, CASHDEP, CASHWDL, MARGINT, ACCTFEE
      *             interest, dividend, deposit, withdrawal, margin
      *             interest and account fee movements (CASHMOVE
      *             types I, V, D, W, M and F)
      *   LOANINT, LOANPRIN
      *             schedule entries paid off that day (LOANSCHD),
      *             split into interest and principal as the
      *             schedule fixed it; a partial payment is journaled
      *             on the day the entry is covered, or on the day the
      *             loan is settled early or the entry superseded by
      *             a payment holiday or restructure. A loan settled
      *             early under its payoff quote (LNPAYOFF) also
      *             journals the quoted principal and interest on its
      *             settled date
      *   LOANSETL  early-settlement charges on loans settled that
      *             day (LNPAYOFF)
      *   ORDSALES  the day's order lines at their placement cost
      *             (ORDHIST, valued as ORDBILL values them); lines
      *             already cancelled are not sales
      *   RETCRED   return credits issued that day
      *   LOANFEES  late fees collected by the day's loan receipts
      *             (LNPAYHST)
      *   LOANCHGO  loan balances written off that day (LNCHGOFF)
      *   LOANRECV  recoveries received that day on written-off
      *             loans (LNRECOV)
      *   ORDCANC   order lines cancelled that day that were placed
      *             on an earlier day, so were in that day's ORDSALES
      *             (ORDCANC, at the cost the line was placed at)
      * and journals each source's total through its GLMAP account
      * mapping as one debit and one equal credit. The journal is
      * released to GLJRNL only when every source with activity is
      * mapped, every store could be read and debits equal credits;
      * otherwise nothing is written to GLJRNL and the run ends
      * rc 8. The control report GLFRPT ties every journal line back
      * to its source total and record count. The journal date comes
      * from the JCL PARM as yyyymmdd; default is the run date.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Map ASSIGN TO GLMAP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS GLMAP-STATUS.

           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-FILE-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Payoff-Quotes ASSIGN TO LNPAYOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LNPAYOFF-KEY OF LNPAYOFF-RECORD
              FILE STATUS IS LNPAYOFF-STATUS-CODE.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Credits-Input ASSIGN TO RETCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RETCRED-KEY OF RETCRED-RECORD
              FILE STATUS IS RETCRED-STATUS.

           SELECT Payment-History ASSIGN TO LNPAYHST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LNPAYHST-STATUS-CODE.

           SELECT Charge-Offs ASSIGN TO LNCHGOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LNCHGOFF-KEY OF LNCHGOFF-RECORD
              FILE STATUS IS LNCHGOFF-STATUS-CODE.

           SELECT Recovery-Log ASSIGN TO LNRECOV
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LNRECOV-STATUS-CODE.

           SELECT Cancels-Input ASSIGN TO ORDCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDCANC-KEY OF ORDCANC-RECORD
              FILE STATUS IS ORDCANC-STATUS.

           SELECT Journal-Output ASSIGN TO GLJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS GLJRNL-STATUS.

           SELECT Report-Output ASSIGN TO GLFRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Account-Map.
       COPY GLMAP SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Payoff-Quotes.
       COPY LNPAYOFF SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  Credits-Input.
       COPY RETCRED SUPPRESS.

       FD  Payment-History.
       COPY LNPAYHST SUPPRESS.

       FD  Charge-Offs.
       COPY LNCHGOFF SUPPRESS.

       FD  Recovery-Log.
       COPY LNRECOV SUPPRESS.

       FD  Cancels-Input.
       COPY ORDCANC SUPPRESS.

       FD  Journal-Output.
       COPY GLJRNL SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 GLMAP-STATUS                PIC X(2).
           88 GLMAP-NORMAL            VALUE '00'.
       01 TRDLEDGR-FILE-STATUS        PIC X(2).
           88 TRDLEDGR-NORMAL         VALUE '00'.
       01 CASHMOVE-FILE-STATUS        PIC X(2).
           88 CASHMOVE-NORMAL         VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LNPAYOFF-STATUS-CODE        PIC X(2).
           88 LNPAYOFF-IO-NORMAL      VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 RETCRED-STATUS              PIC X(2).
           88 RETCRED-NORMAL          VALUE '00'.
       01 LNPAYHST-STATUS-CODE        PIC X(2).
           88 LNPAYHST-IO-NORMAL      VALUE '00'.
       01 LNCHGOFF-STATUS-CODE        PIC X(2).
           88 LNCHGOFF-IO-NORMAL      VALUE '00'.
       01 LNRECOV-STATUS-CODE         PIC X(2).
           88 LNRECOV-IO-NORMAL       VALUE '00'.
       01 ORDCANC-STATUS              PIC X(2).
           88 ORDCANC-NORMAL          VALUE '00'.
       01 GLJRNL-STATUS               PIC X(2).
           88 GLJRNL-NORMAL           VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The journal date, yyyymmdd on the PARM, also built in the
      * mmddyyyy form ORDHIST, RETCRED and ORDCANC carry.
       01 WS-JOURNAL-DATE             PIC 9(08).
       01 WS-JOURNAL-DATE-MDY.
           05 WS-JD-MM                PIC X(02).
           05 WS-JD-DD                PIC X(02).
           05 WS-JD-YYYY              PIC X(04).

      * The feed sources: code, the store summed and the default
      * journal description. The order is fixed; WS-SOURCE-SUB names
      * the entry a store's record is added to.
       01 WS-SOURCE-VALUES.
           05 FILLER              PIC X(46) VALUE
              'TRDCOMM TRDLEDGRTRADE COMMISSION              '.
           05 FILLER              PIC X(46) VALUE
              'CASHINT CASHMOVECASH INTEREST CREDITED        '.
           05 FILLER              PIC X(46) VALUE
              'CASHDIV CASHMOVEDIVIDENDS CREDITED            '.
           05 FILLER              PIC X(46) VALUE
              'CASHDEP CASHMOVECASH DEPOSITS                 '.
           05 FILLER              PIC X(46) VALUE
              'CASHWDL CASHMOVECASH WITHDRAWALS              '.
           05 FILLER              PIC X(46) VALUE
              'LOANINT LOANSCHDLOAN INTEREST RECEIVED        '.
           05 FILLER              PIC X(46) VALUE
              'LOANPRINLOANSCHDLOAN PRINCIPAL RECEIVED       '.
           05 FILLER              PIC X(46) VALUE
              'ORDSALESORDHIST CATALOG ORDER SALES           '.
           05 FILLER              PIC X(46) VALUE
              'RETCRED RETCRED RETURN CREDITS ISSUED         '.
           05 FILLER              PIC X(46) VALUE
              'MARGINT CASHMOVEMARGIN INTEREST CHARGED       '.
           05 FILLER              PIC X(46) VALUE
              'ACCTFEE CASHMOVEACCOUNT FEES CHARGED          '.
           05 FILLER              PIC X(46) VALUE
              'LOANSETLLNPAYOFFEARLY SETTLEMENT CHARGES      '.
           05 FILLER              PIC X(46) VALUE
              'LOANFEESLNPAYHSTLOAN LATE FEES RECEIVED       '.
           05 FILLER              PIC X(46) VALUE
              'LOANCHGOLNCHGOFFLOAN BALANCES WRITTEN OFF     '.
           05 FILLER              PIC X(46) VALUE
              'LOANRECVLNRECOV LOAN RECOVERIES RECEIVED      '.
           05 FILLER              PIC X(46) VALUE
              'ORDCANC ORDCANC CATALOG ORDER CANCELLATIONS   '.
       01 WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
           05 SN-ENTRY OCCURS 16 TIMES.
               10 SN-SOURCE           PIC X(08).
               10 SN-STORE            PIC X(08).
               10 SN-DESCRIPTION      PIC X(30).

       01 WS-SOURCE-TOTALS.
           05 ST-ENTRY OCCURS 16 TIMES INDEXED BY ST-IX.
               10 ST-COUNT            PIC 9(07) COMP VALUE 0.
               10 ST-TOTAL            PIC 9(13)V99 COMP-3 VALUE 0.
               10 ST-MAPPED-SW        PIC X(01) VALUE 'N'.
                   88 ST-MAPPED           VALUE 'Y'.
               10 ST-DEBIT-ACCOUNT    PIC X(10) VALUE SPACES.
               10 ST-CREDIT-ACCOUNT   PIC X(10) VALUE SPACES.
               10 ST-DESCRIPTION      PIC X(30) VALUE SPACES.
               10 ST-STORE-SW         PIC X(01) VALUE 'Y'.
                   88 ST-STORE-READ       VALUE 'Y'.
       01 WS-SOURCE-SUB               PIC 9(02) COMP.
       01 WS-SOURCE-FOUND-SW          PIC X(01) VALUE 'N'.
           88 SOURCE-ON-TABLE         VALUE 'Y'.
       01 WS-AMOUNT                   PIC 9(13)V99 COMP-3.
       01 WS-PART-INTEREST            PIC 9(09)V99 COMP-3.

      * The journal lines, built in full before any is released.
       01 WS-JOURNAL-TABLE.
           05 JL-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 JL-ENTRY OCCURS 32 TIMES INDEXED BY JL-IX.
               10 JL-SOURCE-SUB       PIC 9(02) COMP.
               10 JL-ACCOUNT          PIC X(10).
               10 JL-DR-CR            PIC X(01).
               10 JL-AMOUNT           PIC 9(13)V99 COMP-3.
       01 WS-TOTAL-DEBITS             PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITS            PIC 9(13)V99 COMP-3 VALUE 0.

      * Why the journal is held back, if it is.
       01 WS-RELEASE-SW               PIC X(01) VALUE 'Y'.
           88 JOURNAL-RELEASABLE      VALUE 'Y'.
       01 WS-HOLD-REASON              PIC X(40) VALUE SPACES.

       01 RECONCILIATION-COUNTS.
           05 RC-MAP-CARDS-READ       PIC 9(06) COMP VALUE 0.
           05 RC-MAP-CARDS-UNKNOWN    PIC 9(06) COMP VALUE 0.
           05 RC-TRDLEDGR-READ        PIC 9(08) COMP VALUE 0.
           05 RC-CASHMOVE-READ        PIC 9(08) COMP VALUE 0.
           05 RC-LOANSCHD-READ        PIC 9(08) COMP VALUE 0.
           05 RC-LNPAYOFF-READ        PIC 9(08) COMP VALUE 0.
           05 RC-ORDHIST-READ         PIC 9(08) COMP VALUE 0.
           05 RC-RETCRED-READ         PIC 9(08) COMP VALUE 0.
           05 RC-LNPAYHST-READ        PIC 9(08) COMP VALUE 0.
           05 RC-LNCHGOFF-READ        PIC 9(08) COMP VALUE 0.
           05 RC-LNRECOV-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ORDCANC-READ         PIC 9(08) COMP VALUE 0.
           05 RC-NOT-NUMERIC          PIC 9(08) COMP VALUE 0.
           05 RC-SOURCES-UNMAPPED     PIC 9(04) COMP VALUE 0.
           05 RC-STORES-UNREAD        PIC 9(04) COMP VALUE 0.
           05 RC-LINES-WRITTEN        PIC 9(04) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'GENERAL-LEDGER JOURNAL FEED -     '.
           05 RT-JOURNAL-DATE     PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-SECTION-LINE         PIC X(60).

       01 WS-SOURCE-HEADING.
           05 FILLER              PIC X(10) VALUE 'SOURCE'.
           05 FILLER              PIC X(10) VALUE 'STORE'.
           05 FILLER              PIC X(10) VALUE '   RECORDS'.
           05 FILLER              PIC X(20) VALUE
              '        SOURCE TOTAL'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'DEBIT'.
           05 FILLER              PIC X(12) VALUE 'CREDIT'.
           05 FILLER              PIC X(30) VALUE 'NOTE'.

       01 WS-SOURCE-LINE.
           05 SL-SOURCE           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-STORE            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-COUNT            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SL-TOTAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-DEBIT-ACCOUNT    PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-CREDIT-ACCOUNT   PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SL-NOTE             PIC X(30).

       01 WS-LINE-HEADING.
           05 FILLER              PIC X(06) VALUE 'LINE'.
           05 FILLER              PIC X(10) VALUE 'SOURCE'.
           05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(04) VALUE 'D/C'.
           05 FILLER              PIC X(20) VALUE
              '              AMOUNT'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
              '        SOURCE TOTAL'.
           05 FILLER              PIC X(10) VALUE '   RECORDS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'TIE'.

       01 WS-JOURNAL-LINE.
           05 JR-LINE             PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JR-SOURCE           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JR-ACCOUNT          PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JR-DR-CR            PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 JR-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JR-SOURCE-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JR-COUNT            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JR-TIE              PIC X(12).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(40).
           05 TL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(08).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-JOURNAL-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-JOURNAL-DATE
           END-IF
      * ORDHIST, RETCRED and ORDCANC dates are mmddyyyy
           MOVE WS-JOURNAL-DATE(5:2) TO WS-JD-MM
           MOVE WS-JOURNAL-DATE(7:2) TO WS-JD-DD
           MOVE WS-JOURNAL-DATE(1:4) TO WS-JD-YYYY

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open GLFRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-JOURNAL-DATE TO RT-JOURNAL-DATE
           MOVE WS-RUN-DATE TO RT-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM SUM-TRADE-COMMISSIONS
           PERFORM SUM-CASH-MOVEMENTS
           PERFORM SUM-LOAN-PAYMENTS
           PERFORM SUM-LOAN-SETTLEMENTS
           PERFORM SUM-ORDER-SALES
           PERFORM SUM-RETURN-CREDITS
           PERFORM SUM-LOAN-LATE-FEES
           PERFORM SUM-LOAN-WRITE-OFFS
           PERFORM SUM-LOAN-RECOVERIES
           PERFORM SUM-ORDER-CANCELS

           PERFORM REPORT-SOURCE-TOTALS
           PERFORM BUILD-JOURNAL-LINES
           PERFORM REPORT-JOURNAL-LINES

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE 'N' TO WS-RELEASE-SW
              MOVE 'DEBITS DO NOT EQUAL CREDITS' TO WS-HOLD-REASON
           END-IF

           IF JOURNAL-RELEASABLE
              PERFORM RELEASE-JOURNAL
           END-IF
           PERFORM REPORT-RELEASE-STATUS

           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " GLFEED End-of-job reconciliation"
           DISPLAY "   Journal date            : " WS-JOURNAL-DATE
           DISPLAY "   GLMAP cards read        : " RC-MAP-CARDS-READ
           DISPLAY "   GLMAP cards unknown     : "
                   RC-MAP-CARDS-UNKNOWN
           DISPLAY "   TRDLEDGR records read   : " RC-TRDLEDGR-READ
           DISPLAY "   CASHMOVE records read   : " RC-CASHMOVE-READ
           DISPLAY "   LOANSCHD records read   : " RC-LOANSCHD-READ
           DISPLAY "   LNPAYOFF records read   : " RC-LNPAYOFF-READ
           DISPLAY "   ORDHIST records read    : " RC-ORDHIST-READ
           DISPLAY "   RETCRED records read    : " RC-RETCRED-READ
           DISPLAY "   LNPAYHST records read   : " RC-LNPAYHST-READ
           DISPLAY "   LNCHGOFF records read   : " RC-LNCHGOFF-READ
           DISPLAY "   LNRECOV records read    : " RC-LNRECOV-READ
           DISPLAY "   ORDCANC records read    : " RC-ORDCANC-READ
           DISPLAY "   Amounts not numeric     : " RC-NOT-NUMERIC
           DISPLAY "   Sources unmapped        : " RC-SOURCES-UNMAPPED
           DISPLAY "   Stores not read         : " RC-STORES-UNREAD
           DISPLAY "   Journal lines written   : " RC-LINES-WRITTEN
           DISPLAY "======================================"

           EVALUATE TRUE
               WHEN NOT JOURNAL-RELEASABLE
                   MOVE 8 TO RETURN-CODE
               WHEN RC-NOT-NUMERIC > 0
                 OR RC-MAP-CARDS-UNKNOWN > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD-ACCOUNT-MAP - finance's GLMAP cards onto the source       *
      * table. A card for a source this feed does not know is listed   *
      * and ignored.                                                   *
      *----------------------------------------------------------------*
       LOAD-ACCOUNT-MAP SECTION.

           OPEN INPUT Account-Map
           IF NOT GLMAP-NORMAL
              DISPLAY "WARNING: GLMAP unavailable, status="
                      GLMAP-STATUS
              DISPLAY "         no source can be journaled"
              GO TO LOAD-ACCOUNT-MAP-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM LOAD-ONE-MAP-CARD
               UNTIL INPUT-EOF

           CLOSE Account-Map.
       LOAD-ACCOUNT-MAP-EXIT.
           EXIT.

       LOAD-ONE-MAP-CARD SECTION.

           READ Account-Map
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO LOAD-ONE-MAP-CARD-EXIT
           END-IF
           ADD 1 TO RC-MAP-CARDS-READ
           IF GLMAP-SOURCE = SPACES
              OR GLMAP-SOURCE(1:1) = '*'
              GO TO LOAD-ONE-MAP-CARD-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-FOUND-SW
           PERFORM FIND-MAP-SOURCE
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > 16
                  OR SOURCE-ON-TABLE
           IF NOT SOURCE-ON-TABLE
              ADD 1 TO RC-MAP-CARDS-UNKNOWN
              DISPLAY "GLFEED: GLMAP card for unknown source "
                      GLMAP-SOURCE " ignored"
              GO TO LOAD-ONE-MAP-CARD-EXIT
           END-IF
           SET ST-IX DOWN BY 1

           IF GLMAP-DEBIT-ACCOUNT = SPACES
              OR GLMAP-CREDIT-ACCOUNT = SPACES
              DISPLAY "GLFEED: GLMAP card for " GLMAP-SOURCE
                      " lacks an account, ignored"
              ADD 1 TO RC-MAP-CARDS-UNKNOWN
              GO TO LOAD-ONE-MAP-CARD-EXIT
           END-IF
           MOVE 'Y' TO ST-MAPPED-SW(ST-IX)
           MOVE GLMAP-DEBIT-ACCOUNT TO ST-DEBIT-ACCOUNT(ST-IX)
           MOVE GLMAP-CREDIT-ACCOUNT TO ST-CREDIT-ACCOUNT(ST-IX)
           MOVE GLMAP-DESCRIPTION TO ST-DESCRIPTION(ST-IX).
       LOAD-ONE-MAP-CARD-EXIT.
           EXIT.

       FIND-MAP-SOURCE SECTION.

           IF SN-SOURCE(ST-IX) = GLMAP-SOURCE
              MOVE 'Y' TO WS-SOURCE-FOUND-SW
           END-IF.
       FIND-MAP-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-TRADE-COMMISSIONS - commission on the journal date's buys  *
      * and sells; split adjustments carry none.                       *
      *----------------------------------------------------------------*
       SUM-TRADE-COMMISSIONS SECTION.

           OPEN INPUT Trade-Ledger
           IF NOT TRDLEDGR-NORMAL
              DISPLAY "WARNING: TRDLEDGR unavailable, status="
                      TRDLEDGR-FILE-STATUS
              MOVE 1 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-TRADE-COMMISSIONS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-TRADE
               UNTIL INPUT-EOF

           CLOSE Trade-Ledger.
       SUM-TRADE-COMMISSIONS-EXIT.
           EXIT.

       SUM-ONE-TRADE SECTION.

           READ Trade-Ledger NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-TRADE-EXIT
           END-IF
           ADD 1 TO RC-TRDLEDGR-READ

           IF TRDLEDGR-TIMESTAMP(1:8) NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-TRADE-EXIT
           END-IF
           IF TRDLEDGR-ACTION NOT = '1'
              AND TRDLEDGR-ACTION NOT = '2'
              GO TO SUM-ONE-TRADE-EXIT
           END-IF
           IF TRDLEDGR-COMMISSION IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-TRADE-EXIT
           END-IF

           MOVE 1 TO WS-SOURCE-SUB
           MOVE TRDLEDGR-COMMISSION TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-TRADE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-CASH-MOVEMENTS - the journal date's interest, dividend,    *
      * deposit, withdrawal, margin interest and account fee           *
      * movements. Buy settlements and sell proceeds move cash         *
      * between the customer's own positions and are not journaled.    *
      *----------------------------------------------------------------*
       SUM-CASH-MOVEMENTS SECTION.

           OPEN INPUT Cash-Movements
           IF NOT CASHMOVE-NORMAL
              DISPLAY "WARNING: CASHMOVE unavailable, status="
                      CASHMOVE-FILE-STATUS
              MOVE 2 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 3 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 4 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 5 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 10 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 11 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-CASH-MOVEMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-CASH-MOVEMENT
               UNTIL INPUT-EOF

           CLOSE Cash-Movements.
       SUM-CASH-MOVEMENTS-EXIT.
           EXIT.

       SUM-ONE-CASH-MOVEMENT SECTION.

           READ Cash-Movements
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-CASH-MOVEMENT-EXIT
           END-IF
           ADD 1 TO RC-CASHMOVE-READ

           IF CASHMOVE-TIMESTAMP(1:8) NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-CASH-MOVEMENT-EXIT
           END-IF
           EVALUATE CASHMOVE-TYPE
               WHEN 'I'
                   MOVE 2 TO WS-SOURCE-SUB
               WHEN 'V'
                   MOVE 3 TO WS-SOURCE-SUB
               WHEN 'D'
                   MOVE 4 TO WS-SOURCE-SUB
               WHEN 'W'
                   MOVE 5 TO WS-SOURCE-SUB
               WHEN 'M'
                   MOVE 10 TO WS-SOURCE-SUB
               WHEN 'F'
                   MOVE 11 TO WS-SOURCE-SUB
               WHEN OTHER
                   GO TO SUM-ONE-CASH-MOVEMENT-EXIT
           END-EVALUATE
           IF CASHMOVE-AMOUNT IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-CASH-MOVEMENT-EXIT
           END-IF

           MOVE CASHMOVE-AMOUNT TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-CASH-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-LOAN-PAYMENTS - schedule entries paid off on the journal   *
      * date, split into interest and principal.                       *
      *----------------------------------------------------------------*
       SUM-LOAN-PAYMENTS SECTION.

           OPEN INPUT Loan-Schedule
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "WARNING: LOANSCHD unavailable, status="
                      LOANSCHD-STATUS-CODE
              MOVE 6 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 7 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-LOAN-PAYMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-SCHEDULE-ENTRY
               UNTIL INPUT-EOF

           CLOSE Loan-Schedule.
       SUM-LOAN-PAYMENTS-EXIT.
           EXIT.

       SUM-ONE-SCHEDULE-ENTRY SECTION.

           READ Loan-Schedule NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-SCHEDULE-ENTRY-EXIT
           END-IF
           ADD 1 TO RC-LOANSCHD-READ

           IF NOT LOANSCHD-CLEARED
              OR LOANSCHD-PAID-DATE NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-SCHEDULE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-INTEREST IS NOT NUMERIC
              OR LOANSCHD-PRINCIPAL IS NOT NUMERIC
              OR LOANSCHD-AMOUNT-PAID IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-SCHEDULE-ENTRY-EXIT
           END-IF

      * An entry settled early journals only what was paid on it
      * before the settlement, split as the schedule split it; the
      * rest is in the settled quote's figures. An entry superseded
      * by a payment holiday or restructure likewise journals only
      * its part payment; the rest moved to the entries replacing it.
      * An entry written off with its loan journals only its part
      * payment too; the rest was never received
           IF LOANSCHD-SETTLED-EARLY OR LOANSCHD-SUPERSEDED
              OR LOANSCHD-WRITTEN-OFF
              IF LOANSCHD-AMOUNT-PAID = 0
                 OR LOANSCHD-AMOUNT-DUE = 0
                 GO TO SUM-ONE-SCHEDULE-ENTRY-EXIT
              END-IF
              COMPUTE WS-PART-INTEREST ROUNDED =
                  LOANSCHD-AMOUNT-PAID * LOANSCHD-INTEREST
                  / LOANSCHD-AMOUNT-DUE
              MOVE 6 TO WS-SOURCE-SUB
              MOVE WS-PART-INTEREST TO WS-AMOUNT
              PERFORM ADD-TO-SOURCE
              MOVE 7 TO WS-SOURCE-SUB
              COMPUTE WS-AMOUNT =
                  LOANSCHD-AMOUNT-PAID - WS-PART-INTEREST
              PERFORM ADD-TO-SOURCE
              GO TO SUM-ONE-SCHEDULE-ENTRY-EXIT
           END-IF

           MOVE 6 TO WS-SOURCE-SUB
           MOVE LOANSCHD-INTEREST TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE
           MOVE 7 TO WS-SOURCE-SUB
           MOVE LOANSCHD-PRINCIPAL TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-LOAN-SETTLEMENTS - loans settled early on the journal date *
      * under their payoff quote: the quoted principal and interest    *
      * join the loan sources, the charge is its own source.           *
      *----------------------------------------------------------------*
       SUM-LOAN-SETTLEMENTS SECTION.

           OPEN INPUT Payoff-Quotes
           IF NOT LNPAYOFF-IO-NORMAL
              DISPLAY "WARNING: LNPAYOFF unavailable, status="
                      LNPAYOFF-STATUS-CODE
              MOVE 6 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 7 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              MOVE 12 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-LOAN-SETTLEMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-SETTLEMENT
               UNTIL INPUT-EOF

           CLOSE Payoff-Quotes.
       SUM-LOAN-SETTLEMENTS-EXIT.
           EXIT.

       SUM-ONE-SETTLEMENT SECTION.

           READ Payoff-Quotes NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-SETTLEMENT-EXIT
           END-IF
           ADD 1 TO RC-LNPAYOFF-READ

           IF NOT LNPAYOFF-SETTLED
              OR LNPAYOFF-SETTLED-DATE NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-SETTLEMENT-EXIT
           END-IF
           IF LNPAYOFF-PRINCIPAL IS NOT NUMERIC
              OR LNPAYOFF-INTEREST IS NOT NUMERIC
              OR LNPAYOFF-CHARGE IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-SETTLEMENT-EXIT
           END-IF

           MOVE 6 TO WS-SOURCE-SUB
           MOVE LNPAYOFF-INTEREST TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE
           MOVE 7 TO WS-SOURCE-SUB
           MOVE LNPAYOFF-PRINCIPAL TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE
           IF LNPAYOFF-CHARGE > 0
              MOVE 12 TO WS-SOURCE-SUB
              MOVE LNPAYOFF-CHARGE TO WS-AMOUNT
              PERFORM ADD-TO-SOURCE
           END-IF.
       SUM-ONE-SETTLEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-ORDER-SALES - the journal date's order lines valued at the *
      * unit cost held at placement, the figure ORDBILL invoices;      *
      * cancelled lines are left out as ORDBILL leaves them out.       *
      *----------------------------------------------------------------*
       SUM-ORDER-SALES SECTION.

           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "WARNING: ORDHIST unavailable, status="
                      ORDHIST-FILE-STATUS
              MOVE 8 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-ORDER-SALES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-ORDER-LINE
               UNTIL INPUT-EOF

           CLOSE Order-History.
       SUM-ORDER-SALES-EXIT.
           EXIT.

       SUM-ONE-ORDER-LINE SECTION.

           READ Order-History NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-ORDER-LINE-EXIT
           END-IF
           IF ORDHIST-ORDER-NUMBER = 0
              GO TO SUM-ONE-ORDER-LINE-EXIT
           END-IF
           ADD 1 TO RC-ORDHIST-READ

           IF ORDHIST-DATE NOT = WS-JOURNAL-DATE-MDY
              GO TO SUM-ONE-ORDER-LINE-EXIT
           END-IF
      * Not billed by ORDBILL; one cancelled after this day's feed ran
      * is reversed by the ORDCANC source on the day it is cancelled
           IF ORDHIST-CANCELLED
              GO TO SUM-ONE-ORDER-LINE-EXIT
           END-IF
           IF ORDHIST-UNIT-COST IS NOT NUMERIC
              OR ORDHIST-QUANTITY IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-ORDER-LINE-EXIT
           END-IF

           MOVE 8 TO WS-SOURCE-SUB
           COMPUTE WS-AMOUNT =
               ORDHIST-QUANTITY * ORDHIST-UNIT-COST
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-ORDER-LINE-EXIT.
           EXIT.

       SUM-RETURN-CREDITS SECTION.

           OPEN INPUT Credits-Input
           IF NOT RETCRED-NORMAL
              DISPLAY "WARNING: RETCRED unavailable, status="
                      RETCRED-STATUS
              MOVE 9 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-RETURN-CREDITS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-RETURN-CREDIT
               UNTIL INPUT-EOF

           CLOSE Credits-Input.
       SUM-RETURN-CREDITS-EXIT.
           EXIT.

       SUM-ONE-RETURN-CREDIT SECTION.

           READ Credits-Input NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-RETURN-CREDIT-EXIT
           END-IF
           ADD 1 TO RC-RETCRED-READ

           IF RETCRED-DATE NOT = WS-JOURNAL-DATE-MDY
              GO TO SUM-ONE-RETURN-CREDIT-EXIT
           END-IF
           IF RETCRED-CREDIT-VALUE IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-RETURN-CREDIT-EXIT
           END-IF

           MOVE 9 TO WS-SOURCE-SUB
           MOVE RETCRED-CREDIT-VALUE TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-RETURN-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-LOAN-LATE-FEES - the late fees the journal date's loan     *
      * receipts paid off, as LOANPAY posted them.                     *
      *----------------------------------------------------------------*
       SUM-LOAN-LATE-FEES SECTION.

           OPEN INPUT Payment-History
           IF NOT LNPAYHST-IO-NORMAL
              DISPLAY "WARNING: LNPAYHST unavailable, status="
                      LNPAYHST-STATUS-CODE
              MOVE 13 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-LOAN-LATE-FEES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-LOAN-RECEIPT
               UNTIL INPUT-EOF

           CLOSE Payment-History.
       SUM-LOAN-LATE-FEES-EXIT.
           EXIT.

       SUM-ONE-LOAN-RECEIPT SECTION.

           READ Payment-History
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-LOAN-RECEIPT-EXIT
           END-IF
           ADD 1 TO RC-LNPAYHST-READ

           IF LNPAYHST-POSTED-DATE NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-LOAN-RECEIPT-EXIT
           END-IF
           IF LNPAYHST-LATE-FEES IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-LOAN-RECEIPT-EXIT
           END-IF
           IF LNPAYHST-LATE-FEES = 0
              GO TO SUM-ONE-LOAN-RECEIPT-EXIT
           END-IF

           MOVE 13 TO WS-SOURCE-SUB
           MOVE LNPAYHST-LATE-FEES TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-LOAN-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-LOAN-WRITE-OFFS - the balances of loans whose charge-off   *
      * was confirmed on the journal date. A charge-off still only     *
      * proposed has written nothing off.                              *
      *----------------------------------------------------------------*
       SUM-LOAN-WRITE-OFFS SECTION.

           OPEN INPUT Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "WARNING: LNCHGOFF unavailable, status="
                      LNCHGOFF-STATUS-CODE
              MOVE 14 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-LOAN-WRITE-OFFS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-WRITE-OFF
               UNTIL INPUT-EOF

           CLOSE Charge-Offs.
       SUM-LOAN-WRITE-OFFS-EXIT.
           EXIT.

       SUM-ONE-WRITE-OFF SECTION.

           READ Charge-Offs NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-WRITE-OFF-EXIT
           END-IF
           ADD 1 TO RC-LNCHGOFF-READ

           IF NOT LNCHGOFF-WRITTEN-OFF
              OR LNCHGOFF-WRITE-OFF-DATE NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-WRITE-OFF-EXIT
           END-IF
           IF LNCHGOFF-AMOUNT IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-WRITE-OFF-EXIT
           END-IF
           IF LNCHGOFF-AMOUNT NOT > 0
              GO TO SUM-ONE-WRITE-OFF-EXIT
           END-IF

           MOVE 14 TO WS-SOURCE-SUB
           MOVE LNCHGOFF-AMOUNT TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-WRITE-OFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-LOAN-RECOVERIES - money LOANPAY posted on the journal date *
      * against loans already written off.                             *
      *----------------------------------------------------------------*
       SUM-LOAN-RECOVERIES SECTION.

           OPEN INPUT Recovery-Log
           IF NOT LNRECOV-IO-NORMAL
              DISPLAY "WARNING: LNRECOV unavailable, status="
                      LNRECOV-STATUS-CODE
              MOVE 15 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-LOAN-RECOVERIES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-RECOVERY
               UNTIL INPUT-EOF

           CLOSE Recovery-Log.
       SUM-LOAN-RECOVERIES-EXIT.
           EXIT.

       SUM-ONE-RECOVERY SECTION.

           READ Recovery-Log
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-RECOVERY-EXIT
           END-IF
           ADD 1 TO RC-LNRECOV-READ

           IF LNRECOV-POSTED-DATE NOT = WS-JOURNAL-DATE
              GO TO SUM-ONE-RECOVERY-EXIT
           END-IF
           IF LNRECOV-AMOUNT IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-RECOVERY-EXIT
           END-IF

           MOVE 15 TO WS-SOURCE-SUB
           MOVE LNRECOV-AMOUNT TO WS-AMOUNT
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-ORDER-CANCELS - order lines cancelled on the journal date. *
      * A line placed the same day never reached ORDSALES, so only     *
      * one placed on an earlier day is reversed; its ORDHIST line     *
      * gives the day it was placed.                                   *
      *----------------------------------------------------------------*
       SUM-ORDER-CANCELS SECTION.

           OPEN INPUT Cancels-Input
           IF NOT ORDCANC-NORMAL
              DISPLAY "WARNING: ORDCANC unavailable, status="
                      ORDCANC-STATUS
              MOVE 16 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              GO TO SUM-ORDER-CANCELS-EXIT
           END-IF
           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "WARNING: ORDHIST unavailable, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO WS-SOURCE-SUB
              PERFORM NOTE-STORE-UNREAD
              CLOSE Cancels-Input
              GO TO SUM-ORDER-CANCELS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM SUM-ONE-ORDER-CANCEL
               UNTIL INPUT-EOF

           CLOSE Order-History
           CLOSE Cancels-Input.
       SUM-ORDER-CANCELS-EXIT.
           EXIT.

       SUM-ONE-ORDER-CANCEL SECTION.

           READ Cancels-Input NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF INPUT-EOF
              GO TO SUM-ONE-ORDER-CANCEL-EXIT
           END-IF
           ADD 1 TO RC-ORDCANC-READ

           IF ORDCANC-DATE NOT = WS-JOURNAL-DATE-MDY
              GO TO SUM-ONE-ORDER-CANCEL-EXIT
           END-IF
           IF ORDCANC-UNIT-COST IS NOT NUMERIC
              OR ORDCANC-QUANTITY IS NOT NUMERIC
              ADD 1 TO RC-NOT-NUMERIC
              GO TO SUM-ONE-ORDER-CANCEL-EXIT
           END-IF
           MOVE ORDCANC-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE ORDCANC-LINE TO ORDHIST-LINE
           READ Order-History KEY IS ORDHIST-KEY OF ORDHIST-RECORD
           IF ORDHIST-NORMAL
              AND ORDHIST-DATE = ORDCANC-DATE
              GO TO SUM-ONE-ORDER-CANCEL-EXIT
           END-IF

           MOVE 16 TO WS-SOURCE-SUB
           COMPUTE WS-AMOUNT =
               ORDCANC-QUANTITY * ORDCANC-UNIT-COST
           PERFORM ADD-TO-SOURCE.
       SUM-ONE-ORDER-CANCEL-EXIT.
           EXIT.

       ADD-TO-SOURCE SECTION.

           ADD 1 TO ST-COUNT(WS-SOURCE-SUB)
           ADD WS-AMOUNT TO ST-TOTAL(WS-SOURCE-SUB).
       ADD-TO-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NOTE-STORE-UNREAD - the day's total for the source cannot be   *
      * known, so the journal is held back.                            *
      *----------------------------------------------------------------*
       NOTE-STORE-UNREAD SECTION.

           MOVE 'N' TO ST-STORE-SW(WS-SOURCE-SUB)
           ADD 1 TO RC-STORES-UNREAD
           MOVE 'N' TO WS-RELEASE-SW
           MOVE 'A SOURCE STORE COULD NOT BE READ' TO WS-HOLD-REASON.
       NOTE-STORE-UNREAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-SOURCE-TOTALS - every source with its store, record     *
      * count, total and mapping; a source with activity and no        *
      * mapping holds the journal back.                                *
      *----------------------------------------------------------------*
       REPORT-SOURCE-TOTALS SECTION.

           MOVE 'SOURCE TOTALS' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SOURCE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-ONE-SOURCE
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > 16.
       REPORT-SOURCE-TOTALS-EXIT.
           EXIT.

       REPORT-ONE-SOURCE SECTION.

           MOVE SN-SOURCE(ST-IX) TO SL-SOURCE
           MOVE SN-STORE(ST-IX) TO SL-STORE
           MOVE ST-COUNT(ST-IX) TO SL-COUNT
           MOVE ST-TOTAL(ST-IX) TO SL-TOTAL
           MOVE ST-DEBIT-ACCOUNT(ST-IX) TO SL-DEBIT-ACCOUNT
           MOVE ST-CREDIT-ACCOUNT(ST-IX) TO SL-CREDIT-ACCOUNT
           MOVE SPACES TO SL-NOTE
           EVALUATE TRUE
               WHEN NOT ST-STORE-READ(ST-IX)
                   MOVE 'STORE NOT READ' TO SL-NOTE
               WHEN ST-TOTAL(ST-IX) = 0
                   MOVE 'NO ACTIVITY' TO SL-NOTE
               WHEN NOT ST-MAPPED(ST-IX)
                   MOVE 'NO GLMAP ACCOUNT MAPPING' TO SL-NOTE
                   ADD 1 TO RC-SOURCES-UNMAPPED
                   MOVE 'N' TO WS-RELEASE-SW
                   MOVE 'A SOURCE WITH ACTIVITY IS NOT MAPPED'
                       TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BUILD-JOURNAL-LINES - a debit and an equal credit per mapped   *
      * source with activity; the debit and credit totals are summed   *
      * from the lines themselves, not from the sources.               *
      *----------------------------------------------------------------*
       BUILD-JOURNAL-LINES SECTION.

           PERFORM BUILD-SOURCE-LINES
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > 16

           PERFORM SUM-ONE-JOURNAL-LINE
               VARYING JL-IX FROM 1 BY 1
               UNTIL JL-IX > JL-ENTRY-COUNT.
       BUILD-JOURNAL-LINES-EXIT.
           EXIT.

       BUILD-SOURCE-LINES SECTION.

           IF ST-TOTAL(ST-IX) = 0
              OR NOT ST-MAPPED(ST-IX)
              GO TO BUILD-SOURCE-LINES-EXIT
           END-IF

           ADD 1 TO JL-ENTRY-COUNT
           SET JL-IX TO JL-ENTRY-COUNT
           SET JL-SOURCE-SUB(JL-IX) TO ST-IX
           MOVE ST-DEBIT-ACCOUNT(ST-IX) TO JL-ACCOUNT(JL-IX)
           MOVE 'D' TO JL-DR-CR(JL-IX)
           MOVE ST-TOTAL(ST-IX) TO JL-AMOUNT(JL-IX)

           ADD 1 TO JL-ENTRY-COUNT
           SET JL-IX TO JL-ENTRY-COUNT
           SET JL-SOURCE-SUB(JL-IX) TO ST-IX
           MOVE ST-CREDIT-ACCOUNT(ST-IX) TO JL-ACCOUNT(JL-IX)
           MOVE 'C' TO JL-DR-CR(JL-IX)
           MOVE ST-TOTAL(ST-IX) TO JL-AMOUNT(JL-IX).
       BUILD-SOURCE-LINES-EXIT.
           EXIT.

       SUM-ONE-JOURNAL-LINE SECTION.

           IF JL-DR-CR(JL-IX) = 'D'
              ADD JL-AMOUNT(JL-IX) TO WS-TOTAL-DEBITS
           ELSE
              ADD JL-AMOUNT(JL-IX) TO WS-TOTAL-CREDITS
           END-IF.
       SUM-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-JOURNAL-LINES - each line against the source total and  *
      * record count it came from.                                     *
      *----------------------------------------------------------------*
       REPORT-JOURNAL-LINES SECTION.

           MOVE 'JOURNAL LINES' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-ONE-JOURNAL-LINE
               VARYING JL-IX FROM 1 BY 1
               UNTIL JL-IX > JL-ENTRY-COUNT

           IF JL-ENTRY-COUNT = 0
              MOVE 'NO ACTIVITY TO JOURNAL' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL DEBITS' TO TL-LABEL
           MOVE WS-TOTAL-DEBITS TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'TOTAL CREDITS' TO TL-LABEL
           MOVE WS-TOTAL-CREDITS TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE.
       REPORT-JOURNAL-LINES-EXIT.
           EXIT.

       REPORT-ONE-JOURNAL-LINE SECTION.

           SET WS-SOURCE-SUB TO JL-IX
           MOVE WS-SOURCE-SUB TO JR-LINE
           MOVE JL-SOURCE-SUB(JL-IX) TO WS-SOURCE-SUB
           MOVE SN-SOURCE(WS-SOURCE-SUB) TO JR-SOURCE
           MOVE JL-ACCOUNT(JL-IX) TO JR-ACCOUNT
           MOVE JL-DR-CR(JL-IX) TO JR-DR-CR
           MOVE JL-AMOUNT(JL-IX) TO JR-AMOUNT
           MOVE ST-TOTAL(WS-SOURCE-SUB) TO JR-SOURCE-TOTAL
           MOVE ST-COUNT(WS-SOURCE-SUB) TO JR-COUNT
           IF JL-AMOUNT(JL-IX) = ST-TOTAL(WS-SOURCE-SUB)
              MOVE 'TIES' TO JR-TIE
           ELSE
              MOVE 'DOES NOT TIE' TO JR-TIE
              MOVE 'N' TO WS-RELEASE-SW
              MOVE 'A JOURNAL LINE DOES NOT TIE TO A SOURCE'
                  TO WS-HOLD-REASON
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-JOURNAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE-JOURNAL - header, the lines and a trailer carrying the *
      * count and totals. Only reached for a balanced journal.         *
      *----------------------------------------------------------------*
       RELEASE-JOURNAL SECTION.

           OPEN OUTPUT Journal-Output
           IF NOT GLJRNL-NORMAL
              DISPLAY "ERROR: unable to open GLJRNL, status="
                      GLJRNL-STATUS
              MOVE 'N' TO WS-RELEASE-SW
              MOVE 'GLJRNL COULD NOT BE OPENED' TO WS-HOLD-REASON
              GO TO RELEASE-JOURNAL-EXIT
           END-IF

           MOVE SPACES TO GLJRNL-RECORD
           MOVE 'H' TO GLJRNL-TYPE
           MOVE WS-JOURNAL-DATE TO GLJRNL-JOURNAL-DATE
           WRITE GLJRNL-RECORD

           PERFORM WRITE-ONE-JOURNAL-RECORD
               VARYING JL-IX FROM 1 BY 1
               UNTIL JL-IX > JL-ENTRY-COUNT

           MOVE SPACES TO GLJRNL-RECORD
           MOVE 'T' TO GLJRNL-TYPE
           MOVE WS-JOURNAL-DATE TO GLJRNL-JOURNAL-DATE
           MOVE RC-LINES-WRITTEN TO GLJRNL-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLJRNL-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLJRNL-TOTAL-CREDITS
           WRITE GLJRNL-RECORD
           IF NOT GLJRNL-NORMAL
              DISPLAY "ERROR: GLJRNL write failed, status="
                      GLJRNL-STATUS
              MOVE 'N' TO WS-RELEASE-SW
              MOVE 'GLJRNL WRITE FAILED' TO WS-HOLD-REASON
           END-IF

           CLOSE Journal-Output.
       RELEASE-JOURNAL-EXIT.
           EXIT.

       WRITE-ONE-JOURNAL-RECORD SECTION.

           MOVE JL-SOURCE-SUB(JL-IX) TO WS-SOURCE-SUB
           MOVE SPACES TO GLJRNL-RECORD
           MOVE 'D' TO GLJRNL-TYPE
           MOVE WS-JOURNAL-DATE TO GLJRNL-JOURNAL-DATE
           ADD 1 TO RC-LINES-WRITTEN
           MOVE RC-LINES-WRITTEN TO GLJRNL-LINE-NUMBER
           MOVE SN-SOURCE(WS-SOURCE-SUB) TO GLJRNL-SOURCE
           MOVE JL-ACCOUNT(JL-IX) TO GLJRNL-ACCOUNT
           MOVE JL-DR-CR(JL-IX) TO GLJRNL-DR-CR
           MOVE JL-AMOUNT(JL-IX) TO GLJRNL-AMOUNT
           MOVE ST-DESCRIPTION(WS-SOURCE-SUB) TO GLJRNL-DESCRIPTION
           IF GLJRNL-DESCRIPTION = SPACES
              MOVE SN-DESCRIPTION(WS-SOURCE-SUB)
                  TO GLJRNL-DESCRIPTION
           END-IF
           MOVE ST-COUNT(WS-SOURCE-SUB) TO GLJRNL-SOURCE-COUNT
           WRITE GLJRNL-RECORD.
       WRITE-ONE-JOURNAL-RECORD-EXIT.
           EXIT.

       REPORT-RELEASE-STATUS SECTION.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF JOURNAL-RELEASABLE
              MOVE SPACES TO WS-SECTION-LINE
              STRING 'JOURNAL RELEASED TO GLJRNL - ' DELIMITED BY SIZE
                     'BALANCED' DELIMITED BY SIZE
                  INTO WS-SECTION-LINE
           ELSE
              DISPLAY "GLFEED: journal NOT released - "
                      WS-HOLD-REASON
              MOVE SPACES TO WS-SECTION-LINE
              STRING 'JOURNAL NOT RELEASED - ' DELIMITED BY SIZE
                     WS-HOLD-REASON DELIMITED BY SIZE
                  INTO WS-SECTION-LINE
           END-IF
           PERFORM WRITE-SECTION-TEXT.
       REPORT-RELEASE-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-TOTAL-LINE-EXIT.
           EXIT.

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
