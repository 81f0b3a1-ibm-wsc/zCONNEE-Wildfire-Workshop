       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. FEEBILL.
      * Month-end account fee billing. Every CASHACCT trader account
      * is charged the monthly custody fee on its holdings - the
      * annual rate on the FEESCHED card over twelve, applied to the
      * last PORTVAL valuation of the billing month and held between
      * the card's monthly minimum and maximum - plus the card's
      * inactivity fee when TRDLEDGR shows no buy or sell in the
      * card's number of months (six when the card leaves it blank)
      * and the account was not opened inside that window. Fees the
      * account still owes from earlier months (FEEARRS) are added
      * to the bill and collected first. The bill is debited from
      * the cash balance as one CASHMOVE movement typed 'F', as far
      * as the cash covers it; what is left is carried on FEEARRS
      * as arrears to next month. Closed accounts are not billed and
      * a month already billed is passed over on a rerun. FEERPT
      * lists every bill, the accounts left in arrears, and the fee
      * income charged and collected by fee type for finance; the
      * job ends rc 4 when any account is left in arrears. PARM
      * carries the billing month as yyyymm.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fee-Schedule ASSIGN TO FEESCHED
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FEESCHED-STATUS.

           SELECT Valuation-History ASSIGN TO VALHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VALHIST-FILE-STATUS.

           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-FILE-STATUS.

           SELECT Pending-Accounts ASSIGN TO PENDACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PENDACCT-KEY OF PENDACCT-RECORD
              FILE STATUS IS PENDACCT-FILE-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Fee-Arrears ASSIGN TO FEEARRS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FEEARRS-KEY OF FEEARRS-RECORD
              FILE STATUS IS FEEARRS-FILE-STATUS.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-FILE-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Report-Output ASSIGN TO FEERPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One card: the custody fee as an annual percentage of holdings
      * (000.25), the monthly custody minimum and maximum (00001.00,
      * zero maximum for no cap), the monthly inactivity fee
      * (00010.00) and the months without a trade that make an
      * account inactive (06).
       FD  Fee-Schedule.
       01  FEE-SCHEDULE-RECORD.
           05  FS-CUSTODY-RATE        PIC X(06).
           05  FILLER                 PIC X(01).
           05  FS-CUSTODY-MIN         PIC X(08).
           05  FILLER                 PIC X(01).
           05  FS-CUSTODY-MAX         PIC X(08).
           05  FILLER                 PIC X(01).
           05  FS-INACTIVITY-FEE      PIC X(08).
           05  FILLER                 PIC X(01).
           05  FS-INACTIVE-MONTHS     PIC X(02).
           05  FILLER                 PIC X(44).

       FD  Valuation-History.
       COPY VALHIST SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Pending-Accounts.
       COPY PENDACCT SUPPRESS.

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Fee-Arrears.
       COPY FEEARRS SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 FEESCHED-STATUS               PIC X(2).
           88 FEESCHED-NORMAL          VALUE '00'.
       01 VALHIST-FILE-STATUS           PIC X(2).
           88 VALHIST-NORMAL           VALUE '00'.
       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
       01 PENDACCT-FILE-STATUS          PIC X(2).
           88 PENDACCT-NORMAL          VALUE '00'.
       01 USERAUTH-FILE-STATUS          PIC X(2).
           88 USERAUTH-NORMAL          VALUE '00'.
       01 FEEARRS-FILE-STATUS           PIC X(2).
           88 FEEARRS-NORMAL           VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 VALHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 VALHIST-EOF              VALUE 'Y'.
       01 CASHACCT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 CASHACCT-EOF             VALUE 'Y'.
       01 SCAN-DONE-SWITCH              PIC X(01) VALUE 'N'.
           88 SCAN-DONE                VALUE 'Y'.
       01 TRADED-SWITCH                 PIC X(01) VALUE 'N'.
           88 TRADED-IN-WINDOW         VALUE 'Y'.
       01 FEEARRS-ON-FILE-SWITCH        PIC X(01) VALUE 'N'.
           88 FEEARRS-ON-FILE          VALUE 'Y'.

       01 WS-BILLING-MONTH              PIC X(06) VALUE SPACES.
       01 WS-BILLING-MONTH-NUM          PIC 9(06) VALUE 0.
       01 WS-WINDOW-START               PIC 9(08) VALUE 0.
       01 WS-YEAR-NUM                   PIC 9(04).
       01 WS-MONTH-NUM                  PIC 9(02).
       01 WS-MONTH-COUNT                PIC 9(06).
       01 TIMESTAMP                     PIC 9(14).

      * The fee schedule, from the FEESCHED card.
       01 WS-FEE-SCHEDULE.
          03 WS-CUSTODY-RATE            PIC 9(03)V99 COMP-3 VALUE 0.
          03 WS-CUSTODY-MIN             PIC 9(07)V99 COMP-3 VALUE 0.
          03 WS-CUSTODY-MAX             PIC 9(07)V99 COMP-3 VALUE 0.
          03 WS-INACTIVITY-FEE          PIC 9(07)V99 COMP-3 VALUE 0.
          03 WS-INACTIVE-MONTHS         PIC 9(02) VALUE 6.

      * Each customer's last valuation of the billing month.
       01 VALUATION-TABLE.
          05 VT-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 VT-ENTRY OCCURS 500 TIMES INDEXED BY VT-IX.
             10 VT-USERID               PIC X(60).
             10 VT-VALUE                PIC 9(11)V99 COMP-3.
             10 VT-VALUE-DATE           PIC 9(08).
       01 VALUATION-FOUND-SW            PIC X(01) VALUE 'N'.
           88 VALUATION-ON-TABLE       VALUE 'Y'.
       01 WS-WORK-USERID                PIC X(60).

      * One account's bill.
       01 WS-BILL-FIELDS.
          03 WS-HOLDINGS-VALUE          PIC 9(11)V99 COMP-3.
          03 WS-CUSTODY-CALC            PIC 9(09)V9(04) COMP-3.
          03 WS-CUSTODY-FEE             PIC 9(07)V99 COMP-3.
          03 WS-INACTIVE-FEE            PIC 9(07)V99 COMP-3.
          03 WS-ARREARS-BF              PIC 9(09)V99 COMP-3.
          03 WS-FEE-DUE                 PIC 9(09)V99 COMP-3.
          03 WS-CASH-AVAILABLE          PIC 9(11)V99 COMP-3.
          03 WS-COLLECTED               PIC 9(09)V99 COMP-3.
          03 WS-CARRIED                 PIC 9(09)V99 COMP-3.
          03 WS-ARREARS-RECOVERED       PIC 9(09)V99 COMP-3.
          03 WS-CUSTODY-COLLECTED       PIC 9(07)V99 COMP-3.
          03 WS-INACTIVE-COLLECTED      PIC 9(07)V99 COMP-3.
          03 WS-COLLECT-LEFT            PIC 9(09)V99 COMP-3.

       01 RECONCILIATION-COUNTS.
          05 RC-VALUATIONS-READ         PIC 9(08) COMP VALUE 0.
          05 RC-ACCOUNTS-READ           PIC 9(06) COMP VALUE 0.
          05 RC-ACCOUNTS-BILLED         PIC 9(06) COMP VALUE 0.
          05 RC-ALREADY-BILLED          PIC 9(06) COMP VALUE 0.
          05 RC-CLOSED-SKIPPED          PIC 9(06) COMP VALUE 0.
          05 RC-NEW-EXEMPT              PIC 9(06) COMP VALUE 0.
          05 RC-DEBITS-POSTED           PIC 9(06) COMP VALUE 0.
          05 RC-CUSTODY-ACCOUNTS        PIC 9(06) COMP VALUE 0.
          05 RC-INACTIVE-ACCOUNTS       PIC 9(06) COMP VALUE 0.
          05 RC-ARREARS-ACCOUNTS        PIC 9(06) COMP VALUE 0.
          05 RC-CARRIED-ACCOUNTS        PIC 9(06) COMP VALUE 0.
          05 RC-CUSTODY-CHARGED         PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-CUSTODY-COLLECTED       PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-INACTIVE-CHARGED        PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-INACTIVE-COLLECTED      PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-ARREARS-BROUGHT         PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-ARREARS-RECOVERED       PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-ARREARS-CARRIED         PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-TOTAL-CHARGED           PIC 9(11)V99 COMP-3 VALUE 0.
          05 RC-TOTAL-COLLECTED         PIC 9(11)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(30) VALUE
              'ACCOUNT FEE BILLING FOR       '.
           05 RT-MONTH            PIC X(06).
           05 FILLER              PIC X(17) VALUE
              '  CUSTODY RATE   '.
           05 RT-RATE             PIC ZZ9.99.
           05 FILLER              PIC X(21) VALUE
              ' %  INACTIVITY FEE   '.
           05 RT-INACTIVITY-FEE   PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(08) VALUE
              ' AFTER  '.
           05 RT-MONTHS           PIC Z9.
           05 FILLER              PIC X(07) VALUE
              ' MONTHS'.

       01 WS-BILL-HEADING.
           05 FILLER              PIC X(46) VALUE
              'USERID                          HOLDINGS VALUE'.
           05 FILLER              PIC X(46) VALUE
              '    CUSTODY   INACTIVE  ARREARS BF   COLLECTED'.
           05 FILLER              PIC X(17) VALUE
              '    CARRIED  NOTE'.

       01 WS-BILL-LINE.
           05 BL-USERID           PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-HOLDINGS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-CUSTODY          PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-INACTIVE         PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-ARREARS-BF       PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-COLLECTED        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 BL-CARRIED          PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-NOTE             PIC X(27).

       01 WS-INCOME-HEADING.
           05 FILLER              PIC X(30) VALUE
              'FEE INCOME BY FEE TYPE        '.
           05 FILLER              PIC X(40) VALUE
              '       CHARGED      COLLECTED  ACCOUNTS'.

       01 WS-INCOME-LINE.
           05 IL-LABEL            PIC X(30).
           05 IL-CHARGED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 IL-COLLECTED        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 IL-ACCOUNTS         PIC ZZZ,ZZ9.

       01 WS-CARRIED-LINE.
           05 FILLER              PIC X(30) VALUE
              'ARREARS CARRIED TO NEXT MONTH '.
           05 CL-CARRIED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(18) VALUE SPACES.
           05 CL-ACCOUNTS         PIC ZZZ,ZZ9.

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyymm' - the billing month; required.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-MONTH               PIC X(06).

       PROCEDURE DIVISION USING PARM-BUFFER.

       MAINLINE SECTION.

           IF PARM-LENGTH IS LESS THAN 6
              OR PARM-MONTH IS NOT NUMERIC
              DISPLAY 'FEEBILL: PARM must carry the billing month '
                      'as yyyymm'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-MONTH TO WS-BILLING-MONTH
           MOVE PARM-MONTH TO WS-BILLING-MONTH-NUM

           PERFORM READ-FEE-SCHEDULE
           IF WS-CUSTODY-RATE = 0
              AND WS-CUSTODY-MIN = 0
              AND WS-INACTIVITY-FEE = 0
              DISPLAY 'FEEBILL: no usable FEESCHED card - nothing '
                      'to bill'
              GOBACK
           END-IF
           PERFORM COMPUTE-WINDOW-START

           PERFORM LOAD-VALUATIONS
           IF RETURN-CODE = 16
              GOBACK
           END-IF

           OPEN INPUT Trade-Ledger
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'FEEBILL: unable to open TRDLEDGR, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT Pending-Accounts
           IF NOT PENDACCT-NORMAL
              DISPLAY 'FEEBILL: unable to open PENDACCT, status='
                      PENDACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              GOBACK
           END-IF
           OPEN INPUT User-Auth
           IF NOT USERAUTH-NORMAL
              DISPLAY 'FEEBILL: unable to open USERAUTH, status='
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Pending-Accounts
              GOBACK
           END-IF
           OPEN I-O Fee-Arrears
           IF NOT FEEARRS-NORMAL
              DISPLAY 'FEEBILL: unable to open FEEARRS, status='
                      FEEARRS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Pending-Accounts
              CLOSE User-Auth
              GOBACK
           END-IF
           OPEN I-O Cash-Account
           IF NOT CASHACCT-NORMAL
              DISPLAY 'FEEBILL: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Pending-Accounts
              CLOSE User-Auth
              CLOSE Fee-Arrears
              GOBACK
           END-IF
           OPEN EXTEND Cash-Movements
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'FEEBILL: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Pending-Accounts
              CLOSE User-Auth
              CLOSE Fee-Arrears
              CLOSE Cash-Account
              GOBACK
           END-IF
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY 'FEEBILL: unable to open FEERPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Pending-Accounts
              CLOSE User-Auth
              CLOSE Fee-Arrears
              CLOSE Cash-Account
              CLOSE Cash-Movements
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-ACCOUNT
           PERFORM BILL-ONE-ACCOUNT
               UNTIL CASHACCT-EOF

           PERFORM WRITE-FEE-INCOME

           CLOSE Report-Output.
           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Fee-Arrears.
           CLOSE User-Auth.
           CLOSE Pending-Accounts.
           CLOSE Trade-Ledger.

           DISPLAY '======================================'
           DISPLAY ' FEEBILL End-of-job reconciliation'
           DISPLAY '   Valuations read      : '
                   RC-VALUATIONS-READ
           DISPLAY '   Accounts read        : ' RC-ACCOUNTS-READ
           DISPLAY '   Accounts billed      : ' RC-ACCOUNTS-BILLED
           DISPLAY '   Already billed       : ' RC-ALREADY-BILLED
           DISPLAY '   Closed, not billed   : ' RC-CLOSED-SKIPPED
           DISPLAY '   Fee debits posted    : ' RC-DEBITS-POSTED
           DISPLAY '   Left in arrears      : '
                   RC-CARRIED-ACCOUNTS
           DISPLAY '======================================'
           IF RC-CARRIED-ACCOUNTS > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * READ-FEE-SCHEDULE - a field the card leaves blank or cannot   *
      * be read as a number is taken as zero (no such fee), except    *
      * the inactivity months, which stay at six.                     *
      *****************************************************************
       READ-FEE-SCHEDULE SECTION.
           OPEN INPUT Fee-Schedule
           IF NOT FEESCHED-NORMAL
              DISPLAY 'FEEBILL: unable to open FEESCHED, status='
                      FEESCHED-STATUS
              GO TO READ-FEE-SCHEDULE-EXIT
           END-IF
           READ Fee-Schedule
              AT END
                 CONTINUE
           END-READ
           IF FEESCHED-NORMAL
              IF FUNCTION TEST-NUMVAL(FS-CUSTODY-RATE) = 0
                 COMPUTE WS-CUSTODY-RATE =
                     FUNCTION NUMVAL(FS-CUSTODY-RATE)
              END-IF
              IF FUNCTION TEST-NUMVAL(FS-CUSTODY-MIN) = 0
                 COMPUTE WS-CUSTODY-MIN =
                     FUNCTION NUMVAL(FS-CUSTODY-MIN)
              END-IF
              IF FUNCTION TEST-NUMVAL(FS-CUSTODY-MAX) = 0
                 COMPUTE WS-CUSTODY-MAX =
                     FUNCTION NUMVAL(FS-CUSTODY-MAX)
              END-IF
              IF FUNCTION TEST-NUMVAL(FS-INACTIVITY-FEE) = 0
                 COMPUTE WS-INACTIVITY-FEE =
                     FUNCTION NUMVAL(FS-INACTIVITY-FEE)
              END-IF
              IF FS-INACTIVE-MONTHS IS NUMERIC
                 AND FS-INACTIVE-MONTHS IS GREATER THAN '00'
                 MOVE FS-INACTIVE-MONTHS TO WS-INACTIVE-MONTHS
              END-IF
           END-IF
           CLOSE Fee-Schedule
           .
       READ-FEE-SCHEDULE-EXIT.
           EXIT.

      *****************************************************************
      * COMPUTE-WINDOW-START - the first day of the inactivity        *
      * window: the billing month and the months before it, six in    *
      * all by default. A buy or sell on or after this date keeps     *
      * the account active.                                           *
      *****************************************************************
       COMPUTE-WINDOW-START SECTION.
           MOVE WS-BILLING-MONTH(1:4) TO WS-YEAR-NUM
           MOVE WS-BILLING-MONTH(5:2) TO WS-MONTH-NUM
           COMPUTE WS-MONTH-COUNT = WS-YEAR-NUM * 12
               + WS-MONTH-NUM - WS-INACTIVE-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEAR-NUM
               REMAINDER WS-MONTH-NUM
           ADD 1 TO WS-MONTH-NUM
           COMPUTE WS-WINDOW-START = WS-YEAR-NUM * 10000
               + WS-MONTH-NUM * 100 + 1
           .
       COMPUTE-WINDOW-START-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-VALUATIONS - one pass over VALHIST keeping each          *
      * customer's latest valuation inside the billing month, the     *
      * month-end holdings value the custody fee is charged on.       *
      *****************************************************************
       LOAD-VALUATIONS SECTION.
           OPEN INPUT Valuation-History.
           IF NOT VALHIST-NORMAL
              DISPLAY 'FEEBILL: unable to open VALHIST, status='
                      VALHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO LOAD-VALUATIONS-EXIT
           END-IF.
           PERFORM LOAD-ONE-VALUATION
               UNTIL VALHIST-EOF.
           CLOSE Valuation-History.
       LOAD-VALUATIONS-EXIT.
           EXIT.

       LOAD-ONE-VALUATION SECTION.
           READ Valuation-History
              AT END
                 MOVE 'Y' TO VALHIST-EOF-SWITCH
           END-READ
           IF VALHIST-EOF
              GO TO LOAD-ONE-VALUATION-EXIT
           END-IF
           ADD 1 TO RC-VALUATIONS-READ

           IF VALHIST-DATE(1:6) NOT = WS-BILLING-MONTH
              GO TO LOAD-ONE-VALUATION-EXIT
           END-IF

           MOVE VALHIST-USERID TO WS-WORK-USERID
           PERFORM LOCATE-VALUATION-ENTRY
           IF NOT VALUATION-ON-TABLE
              IF VT-ENTRY-COUNT IS EQUAL TO 500
                 DISPLAY 'FEEBILL: valuation table full, raise the '
                         'table size and rerun'
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO VALHIST-EOF-SWITCH
                 GO TO LOAD-ONE-VALUATION-EXIT
              END-IF
              ADD 1 TO VT-ENTRY-COUNT
              SET VT-IX TO VT-ENTRY-COUNT
              MOVE WS-WORK-USERID TO VT-USERID(VT-IX)
              MOVE 0 TO VT-VALUE(VT-IX)
              MOVE 0 TO VT-VALUE-DATE(VT-IX)
           END-IF
           IF VALHIST-DATE IS NOT LESS THAN VT-VALUE-DATE(VT-IX)
              MOVE VALHIST-DATE TO VT-VALUE-DATE(VT-IX)
              MOVE VALHIST-TOTAL-VALUE TO VT-VALUE(VT-IX)
           END-IF
           .
       LOAD-ONE-VALUATION-EXIT.
           EXIT.

       LOCATE-VALUATION-ENTRY SECTION.
           MOVE 'N' TO VALUATION-FOUND-SW
           IF VT-ENTRY-COUNT IS GREATER THAN 0
              SET VT-IX TO 1
              SEARCH VT-ENTRY
                 WHEN VT-IX IS GREATER THAN VT-ENTRY-COUNT
                    CONTINUE
                 WHEN VT-USERID(VT-IX) IS EQUAL TO WS-WORK-USERID
                    MOVE 'Y' TO VALUATION-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-VALUATION-ENTRY-EXIT.
           EXIT.

      *****************************************************************
       READ-NEXT-ACCOUNT SECTION.
           READ Cash-Account NEXT RECORD
           IF NOT CASHACCT-NORMAL
              MOVE 'Y' TO CASHACCT-EOF-SWITCH
           END-IF
           .
       READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * BILL-ONE-ACCOUNT - the month's custody and inactivity fees    *
      * plus any arrears brought forward make the bill; the cash      *
      * balance pays what it can, arrears first, then custody, then   *
      * inactivity, and the rest is carried to next month.            *
      *****************************************************************
       BILL-ONE-ACCOUNT SECTION.
           ADD 1 TO RC-ACCOUNTS-READ

           MOVE CASHACCT-USERID TO USERAUTH-USERID
           READ User-Auth
           IF USERAUTH-NORMAL
              AND USERAUTH-DISABLED
              ADD 1 TO RC-CLOSED-SKIPPED
              GO TO BILL-ONE-ACCOUNT-NEXT
           END-IF

           MOVE CASHACCT-USERID TO FEEARRS-USERID
           READ Fee-Arrears
           IF FEEARRS-NORMAL
              MOVE 'Y' TO FEEARRS-ON-FILE-SWITCH
              IF FEEARRS-BILLED-MONTH IS NOT LESS THAN
                     WS-BILLING-MONTH-NUM
                 ADD 1 TO RC-ALREADY-BILLED
                 GO TO BILL-ONE-ACCOUNT-NEXT
              END-IF
           ELSE
              MOVE 'N' TO FEEARRS-ON-FILE-SWITCH
              MOVE SPACES TO FEEARRS-RECORD
              MOVE CASHACCT-USERID TO FEEARRS-USERID
              MOVE 0 TO FEEARRS-BILLED-MONTH
              MOVE 0 TO FEEARRS-ARREARS
              MOVE 0 TO FEEARRS-ARREARS-SINCE
              MOVE 0 TO FEEARRS-LAST-CUSTODY
              MOVE 0 TO FEEARRS-LAST-INACTIVE
              MOVE 0 TO FEEARRS-LAST-COLLECTED
           END-IF
           MOVE FEEARRS-ARREARS TO WS-ARREARS-BF

           PERFORM PRICE-CUSTODY-FEE
           PERFORM PRICE-INACTIVITY-FEE

           COMPUTE WS-FEE-DUE = WS-ARREARS-BF + WS-CUSTODY-FEE
               + WS-INACTIVE-FEE
           MOVE 0 TO WS-CASH-AVAILABLE
           IF CASHACCT-BALANCE IS GREATER THAN 0
              MOVE CASHACCT-BALANCE TO WS-CASH-AVAILABLE
           END-IF
           IF WS-CASH-AVAILABLE IS LESS THAN WS-FEE-DUE
              MOVE WS-CASH-AVAILABLE TO WS-COLLECTED
           ELSE
              MOVE WS-FEE-DUE TO WS-COLLECTED
           END-IF
           COMPUTE WS-CARRIED = WS-FEE-DUE - WS-COLLECTED

           MOVE WS-COLLECTED TO WS-COLLECT-LEFT
           IF WS-COLLECT-LEFT IS LESS THAN WS-ARREARS-BF
              MOVE WS-COLLECT-LEFT TO WS-ARREARS-RECOVERED
           ELSE
              MOVE WS-ARREARS-BF TO WS-ARREARS-RECOVERED
           END-IF
           SUBTRACT WS-ARREARS-RECOVERED FROM WS-COLLECT-LEFT
           IF WS-COLLECT-LEFT IS LESS THAN WS-CUSTODY-FEE
              MOVE WS-COLLECT-LEFT TO WS-CUSTODY-COLLECTED
           ELSE
              MOVE WS-CUSTODY-FEE TO WS-CUSTODY-COLLECTED
           END-IF
           SUBTRACT WS-CUSTODY-COLLECTED FROM WS-COLLECT-LEFT
           MOVE WS-COLLECT-LEFT TO WS-INACTIVE-COLLECTED

           IF WS-COLLECTED IS GREATER THAN 0
              PERFORM POST-FEE-DEBIT
              IF RETURN-CODE = 16
                 MOVE 'Y' TO CASHACCT-EOF-SWITCH
                 GO TO BILL-ONE-ACCOUNT-EXIT
              END-IF
           END-IF

           PERFORM UPDATE-FEE-ARREARS
           IF RETURN-CODE = 16
              MOVE 'Y' TO CASHACCT-EOF-SWITCH
              GO TO BILL-ONE-ACCOUNT-EXIT
           END-IF

           IF WS-FEE-DUE IS GREATER THAN 0
              PERFORM ACCUMULATE-FEE-TOTALS
              PERFORM WRITE-BILL-LINE
           END-IF
           .
       BILL-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT.
       BILL-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * PRICE-CUSTODY-FEE - the annual rate over twelve on the month- *
      * end holdings value, held between the card's minimum and       *
      * maximum. An account holding nothing pays no custody fee.      *
      *****************************************************************
       PRICE-CUSTODY-FEE SECTION.
           MOVE 0 TO WS-HOLDINGS-VALUE
           MOVE 0 TO WS-CUSTODY-FEE
           MOVE CASHACCT-USERID TO WS-WORK-USERID
           PERFORM LOCATE-VALUATION-ENTRY
           IF VALUATION-ON-TABLE
              MOVE VT-VALUE(VT-IX) TO WS-HOLDINGS-VALUE
           END-IF
           IF WS-HOLDINGS-VALUE = 0
              GO TO PRICE-CUSTODY-FEE-EXIT
           END-IF

           COMPUTE WS-CUSTODY-CALC = WS-HOLDINGS-VALUE
               * WS-CUSTODY-RATE / 100 / 12
           COMPUTE WS-CUSTODY-FEE ROUNDED = WS-CUSTODY-CALC
           IF WS-CUSTODY-FEE IS LESS THAN WS-CUSTODY-MIN
              MOVE WS-CUSTODY-MIN TO WS-CUSTODY-FEE
           END-IF
           IF WS-CUSTODY-MAX IS GREATER THAN 0
              AND WS-CUSTODY-FEE IS GREATER THAN WS-CUSTODY-MAX
              MOVE WS-CUSTODY-MAX TO WS-CUSTODY-FEE
           END-IF
           .
       PRICE-CUSTODY-FEE-EXIT.
           EXIT.

      *****************************************************************
      * PRICE-INACTIVITY-FEE - charged when TRDLEDGR has no buy or    *
      * sell for the account since the window start. Corporate        *
      * actions and account transfers are not the customer trading.   *
      * An account approved inside the window has not yet had the     *
      * chance to be inactive that long and is let off.               *
      *****************************************************************
       PRICE-INACTIVITY-FEE SECTION.
           MOVE 0 TO WS-INACTIVE-FEE
           IF WS-INACTIVITY-FEE = 0
              GO TO PRICE-INACTIVITY-FEE-EXIT
           END-IF

           MOVE 'N' TO TRADED-SWITCH
           MOVE 'N' TO SCAN-DONE-SWITCH
           MOVE CASHACCT-USERID TO TRDLEDGR-USERID
           COMPUTE TRDLEDGR-TIMESTAMP = WS-WINDOW-START * 1000000
           START Trade-Ledger KEY IS NOT LESS THAN
                                    TRDLEDGR-KEY OF TRDLEDGR-RECORD
           IF TRDLEDGR-NORMAL
              PERFORM SCAN-ONE-TRADE
                  UNTIL SCAN-DONE
           END-IF
           IF TRADED-IN-WINDOW
              GO TO PRICE-INACTIVITY-FEE-EXIT
           END-IF

           MOVE CASHACCT-USERID TO PENDACCT-USERID
           READ Pending-Accounts
           IF PENDACCT-NORMAL
              AND PENDACCT-APPROVED
              AND PENDACCT-DECIDED-DATE IS NOT LESS THAN
                  WS-WINDOW-START
              ADD 1 TO RC-NEW-EXEMPT
              GO TO PRICE-INACTIVITY-FEE-EXIT
           END-IF

           MOVE WS-INACTIVITY-FEE TO WS-INACTIVE-FEE
           .
       PRICE-INACTIVITY-FEE-EXIT.
           EXIT.

       SCAN-ONE-TRADE SECTION.
           READ Trade-Ledger NEXT RECORD
           IF NOT TRDLEDGR-NORMAL
              OR TRDLEDGR-USERID NOT = CASHACCT-USERID
              OR TRDLEDGR-TIMESTAMP(1:6) > WS-BILLING-MONTH
              MOVE 'Y' TO SCAN-DONE-SWITCH
              GO TO SCAN-ONE-TRADE-EXIT
           END-IF
           IF TRDLEDGR-ACTION = '1'
              OR TRDLEDGR-ACTION = '2'
              MOVE 'Y' TO TRADED-SWITCH
              MOVE 'Y' TO SCAN-DONE-SWITCH
           END-IF
           .
       SCAN-ONE-TRADE-EXIT.
           EXIT.

      *****************************************************************
      * POST-FEE-DEBIT - the collected amount comes off the cash      *
      * balance and is recorded as one 'F' account fee movement.      *
      *****************************************************************
       POST-FEE-DEBIT SECTION.
           SUBTRACT WS-COLLECTED FROM CASHACCT-BALANCE
           REWRITE CASHACCT-RECORD
           IF NOT CASHACCT-NORMAL
              DISPLAY 'FEEBILL: CASHACCT rewrite failed, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO POST-FEE-DEBIT-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE 'F' TO CASHMOVE-TYPE
           MOVE WS-COLLECTED TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE SPACES TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'FEEBILL: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO POST-FEE-DEBIT-EXIT
           END-IF
           ADD 1 TO RC-DEBITS-POSTED
           .
       POST-FEE-DEBIT-EXIT.
           EXIT.

      *****************************************************************
      * UPDATE-FEE-ARREARS - the month is marked billed and what the  *
      * cash did not cover is carried. Arrears are dated from the     *
      * month they first arose and keep that date while any of the    *
      * older amount is still owed.                                   *
      *****************************************************************
       UPDATE-FEE-ARREARS SECTION.
           IF WS-CARRIED = 0
              MOVE 0 TO FEEARRS-ARREARS-SINCE
           ELSE
              IF WS-ARREARS-BF = 0
                 OR WS-ARREARS-RECOVERED = WS-ARREARS-BF
                 MOVE WS-BILLING-MONTH-NUM TO FEEARRS-ARREARS-SINCE
              END-IF
           END-IF
           MOVE WS-BILLING-MONTH-NUM TO FEEARRS-BILLED-MONTH
           MOVE WS-CARRIED TO FEEARRS-ARREARS
           MOVE WS-CUSTODY-FEE TO FEEARRS-LAST-CUSTODY
           MOVE WS-INACTIVE-FEE TO FEEARRS-LAST-INACTIVE
           MOVE WS-COLLECTED TO FEEARRS-LAST-COLLECTED
           IF FEEARRS-ON-FILE
              REWRITE FEEARRS-RECORD
           ELSE
              WRITE FEEARRS-RECORD
           END-IF
           IF NOT FEEARRS-NORMAL
              DISPLAY 'FEEBILL: FEEARRS update failed for '
                      CASHACCT-USERID(1:40) ', status='
                      FEEARRS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO UPDATE-FEE-ARREARS-EXIT
           END-IF
           ADD 1 TO RC-ACCOUNTS-BILLED
           .
       UPDATE-FEE-ARREARS-EXIT.
           EXIT.

      *****************************************************************
       ACCUMULATE-FEE-TOTALS SECTION.
           IF WS-CUSTODY-FEE IS GREATER THAN 0
              ADD 1 TO RC-CUSTODY-ACCOUNTS
              ADD WS-CUSTODY-FEE TO RC-CUSTODY-CHARGED
              ADD WS-CUSTODY-COLLECTED TO RC-CUSTODY-COLLECTED
           END-IF
           IF WS-INACTIVE-FEE IS GREATER THAN 0
              ADD 1 TO RC-INACTIVE-ACCOUNTS
              ADD WS-INACTIVE-FEE TO RC-INACTIVE-CHARGED
              ADD WS-INACTIVE-COLLECTED TO RC-INACTIVE-COLLECTED
           END-IF
           IF WS-ARREARS-BF IS GREATER THAN 0
              ADD 1 TO RC-ARREARS-ACCOUNTS
              ADD WS-ARREARS-BF TO RC-ARREARS-BROUGHT
              ADD WS-ARREARS-RECOVERED TO RC-ARREARS-RECOVERED
           END-IF
           IF WS-CARRIED IS GREATER THAN 0
              ADD 1 TO RC-CARRIED-ACCOUNTS
              ADD WS-CARRIED TO RC-ARREARS-CARRIED
           END-IF
           .
       ACCUMULATE-FEE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-BILL-LINE SECTION.
           MOVE CASHACCT-USERID(1:30) TO BL-USERID
           MOVE WS-HOLDINGS-VALUE TO BL-HOLDINGS
           MOVE WS-CUSTODY-FEE TO BL-CUSTODY
           MOVE WS-INACTIVE-FEE TO BL-INACTIVE
           MOVE WS-ARREARS-BF TO BL-ARREARS-BF
           MOVE WS-COLLECTED TO BL-COLLECTED
           MOVE WS-CARRIED TO BL-CARRIED
           MOVE SPACES TO BL-NOTE
           IF WS-CARRIED IS GREATER THAN 0
              STRING 'IN ARREARS SINCE ' FEEARRS-ARREARS-SINCE
                     DELIMITED BY SIZE INTO BL-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BILL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-BILL-LINE-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-BILLING-MONTH TO RT-MONTH.
           MOVE WS-CUSTODY-RATE TO RT-RATE.
           MOVE WS-INACTIVITY-FEE TO RT-INACTIVITY-FEE.
           MOVE WS-INACTIVE-MONTHS TO RT-MONTHS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BILL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-FEE-INCOME - finance's totals: each fee type as charged *
      * this month and as collected in cash, arrears recovered from   *
      * earlier months, and what is carried to next month.            *
      *****************************************************************
       WRITE-FEE-INCOME SECTION.
           COMPUTE RC-TOTAL-CHARGED = RC-CUSTODY-CHARGED
               + RC-INACTIVE-CHARGED
           COMPUTE RC-TOTAL-COLLECTED = RC-CUSTODY-COLLECTED
               + RC-INACTIVE-COLLECTED + RC-ARREARS-RECOVERED

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INCOME-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CUSTODY FEE                   ' TO IL-LABEL.
           MOVE RC-CUSTODY-CHARGED TO IL-CHARGED.
           MOVE RC-CUSTODY-COLLECTED TO IL-COLLECTED.
           MOVE RC-CUSTODY-ACCOUNTS TO IL-ACCOUNTS.
           MOVE WS-INCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'INACTIVITY FEE                ' TO IL-LABEL.
           MOVE RC-INACTIVE-CHARGED TO IL-CHARGED.
           MOVE RC-INACTIVE-COLLECTED TO IL-COLLECTED.
           MOVE RC-INACTIVE-ACCOUNTS TO IL-ACCOUNTS.
           MOVE WS-INCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ARREARS BROUGHT FORWARD       ' TO IL-LABEL.
           MOVE RC-ARREARS-BROUGHT TO IL-CHARGED.
           MOVE RC-ARREARS-RECOVERED TO IL-COLLECTED.
           MOVE RC-ARREARS-ACCOUNTS TO IL-ACCOUNTS.
           MOVE WS-INCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL FEE INCOME              ' TO IL-LABEL.
           MOVE RC-TOTAL-CHARGED TO IL-CHARGED.
           MOVE RC-TOTAL-COLLECTED TO IL-COLLECTED.
           MOVE RC-ACCOUNTS-BILLED TO IL-ACCOUNTS.
           MOVE WS-INCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RC-ARREARS-CARRIED TO CL-CARRIED.
           MOVE RC-CARRIED-ACCOUNTS TO CL-ACCOUNTS.
           MOVE WS-CARRIED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS READ:                ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-READ TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'FEE DEBITS POSTED:            ' TO CT-LABEL.
           MOVE RC-DEBITS-POSTED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NEW ACCOUNTS, NO INACTIVITY:  ' TO CT-LABEL.
           MOVE RC-NEW-EXEMPT TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CLOSED ACCOUNTS NOT BILLED:   ' TO CT-LABEL.
           MOVE RC-CLOSED-SKIPPED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-ALREADY-BILLED > 0
              MOVE 'ALREADY BILLED THIS MONTH:    ' TO CT-LABEL
              MOVE RC-ALREADY-BILLED TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       WRITE-FEE-INCOME-EXIT.
           EXIT.
