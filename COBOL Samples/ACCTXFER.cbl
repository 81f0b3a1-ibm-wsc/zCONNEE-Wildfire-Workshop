       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. ACCTXFER.
      * Moves holdings and cash from one trader account to another -
      * a customer's second account, a divorce settlement, an estate
      * - without a sale and re-purchase. Each XFERIN card names the
      * from and to userids, the company and shares (ALL for the
      * whole position) and a cash amount; company ALL moves the
      * whole account: every position, the whole cash balance, the
      * open PENDORD orders and the active STNDORD plans. For each
      * position moved it
      *   - takes the shares off the from CUSTSEG and adds them to
      *     the to CUSTSEG (opening one where needed),
      *   - writes TRDLEDGR transfer pairs, action '7' out and '8'
      *     in, one pair per purchase lot the shares came from (the
      *     from account's ledger replayed first-in-first-out as
      *     TAXSTMT does), priced at the lot's cost and with the
      *     lot's acquisition date on the in record, so the original
      *     cost basis travels and neither TAXSTMT nor TRDSTMT sees a
      *     gain,
      * and moves cash through CASHACCT with CASHMOVE 'X' (transfer
      * out) and 'R' (transfer received) movements. A card is
      * refused whole - nothing moved - when the to account has not
      * been approved (no USERAUTH record, or disabled), the from
      * account is under an active LEGLHOLD legal hold, the shares
      * or cash are not there to move, or the receiving position
      * would pass the 9999-share maximum. Refusals are listed on
      * XFERRPT with their reason, rc 4. Runs as a BMP against the
      * customer PCB TRADERBL uses.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transfer-Input ASSIGN TO XFERIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS XFERIN-STATUS.

           SELECT User-Auth ASSIGN TO USERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS USERAUTH-KEY OF USERAUTH-RECORD
              FILE STATUS IS USERAUTH-FILE-STATUS.

           SELECT Legal-Holds ASSIGN TO LEGLHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LEGLHOLD-KEY OF LEGLHOLD-RECORD
              FILE STATUS IS HOLDS-STATUS.

           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-FILE-STATUS.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-FILE-STATUS.

           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Pending-Orders ASSIGN TO PENDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PENDORD-KEY OF PENDORD-RECORD
              FILE STATUS IS PENDORD-FILE-STATUS.

           SELECT Pend-History ASSIGN TO PENDHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PENDHIST-FILE-STATUS.

           SELECT Standing-Orders ASSIGN TO STNDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STNDORD-KEY OF STNDORD-RECORD
              FILE STATUS IS STNDORD-FILE-STATUS.

           SELECT Report-Output ASSIGN TO XFERRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One transfer per card. COMPANY 'ALL' moves the whole account
      * (SHARES and CASH are then ignored); a blank COMPANY moves
      * cash only. SHARES is a count or 'ALL ' for the whole
      * position. REQUESTED-BY is the back-office userid that took
      * the instruction.
       FD  Transfer-Input.
       01  TRANSFER-CARD.
           05  XF-FROM-USERID         PIC X(60).
           05  XF-TO-USERID           PIC X(60).
           05  XF-COMPANY             PIC X(20).
               88  XF-WHOLE-ACCOUNT       VALUE 'ALL'.
               88  XF-CASH-ONLY           VALUE SPACES.
           05  XF-SHARES              PIC X(04).
               88  XF-WHOLE-POSITION      VALUE 'ALL '.
           05  XF-SHARES-NUM REDEFINES XF-SHARES
                                      PIC 9(04).
           05  XF-CASH-AMOUNT         PIC 9(09)V99.
           05  XF-REQUESTED-BY        PIC X(08).

       FD  User-Auth.
       COPY USERAUTH SUPPRESS.

       FD  Legal-Holds.
       COPY LEGLHOLD SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Pending-Orders.
       COPY PENDORD SUPPRESS.

       FD  Pend-History.
       COPY PENDHIST SUPPRESS.

       FD  Standing-Orders.
       COPY STNDORD SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 XFERIN-STATUS                 PIC X(2).
           88 XFERIN-NORMAL            VALUE '00'.
       01 USERAUTH-FILE-STATUS          PIC X(2).
           88 USERAUTH-NORMAL          VALUE '00'.
       01 HOLDS-STATUS                  PIC X(2).
           88 HOLDS-NORMAL             VALUE '00'.
           88 HOLDS-NO-FILE            VALUE '35'.
       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
           88 TRDLEDGR-DUPLICATE       VALUE '22'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 PENDORD-FILE-STATUS           PIC X(2).
           88 PENDORD-NORMAL           VALUE '00'.
           88 PENDORD-DUPLICATE        VALUE '22'.
       01 PENDHIST-FILE-STATUS          PIC X(2).
           88 PENDHIST-NORMAL          VALUE '00'.
       01 STNDORD-FILE-STATUS           PIC X(2).
           88 STNDORD-NORMAL           VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 XFERIN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 XFERIN-EOF               VALUE 'Y'.
       01 HOLDS-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88 HOLDS-EOF                VALUE 'Y'.
       01 SCAN-DONE-SWITCH              PIC X(01) VALUE 'N'.
           88 SCAN-DONE                VALUE 'Y'.

      * DL/I FUNCTION CODES

       77  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.
       77  GET-HOLD-UNIQUE PIC  X(4)  VALUE 'GHU '.
       77  GET-NEXT        PIC  X(4)  VALUE 'GN  '.
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
       77  REPL            PIC  X(4)  VALUE 'REPL'.

      * DL/I CALL STATUS CODE

       77  NORMAL          PIC  X(2)  VALUE '  '.
       77  NOTFND          PIC  X(2)  VALUE 'GE'.

      * Ledger subtypes replayed for the cost basis, and the
      * transfer pair this job writes.

       77  SUBTYPE-BUY     PIC  X(1)  VALUE '1'.
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.
       77  SUBTYPE-SPLIT-CR PIC X(1)  VALUE '3'.
       77  SUBTYPE-SPLIT-DR PIC X(1)  VALUE '4'.
       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.
       77  SUBTYPE-XFER-OUT PIC X(1)  VALUE '7'.
       77  SUBTYPE-XFER-IN PIC  X(1)  VALUE '8'.

       01 TIMESTAMP                     PIC 9(14).
       01 WS-TODAY                      PIC 9(08).

      * Trader userids under an active legal hold, loaded once.
       01 HOLD-TABLE.
          05 HD-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 HD-ENTRY OCCURS 500 TIMES INDEXED BY HD-IX.
             10 HD-USERID               PIC X(60).
             10 HD-REFERENCE            PIC X(08).

      * The card being worked: why it was refused (SPACES when it
      * was not) and the positions it moves.
       01 WS-CARD-FIELDS.
          03 WS-REFUSE-REASON           PIC X(50) VALUE SPACES.
          03 WS-CASH-TO-MOVE            PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-WORK-SHARES             PIC 9(05) VALUE 0.
          03 WS-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
             88 CARD-ENTRY-FOUND       VALUE 'Y'.

       01 POSITION-TABLE.
          05 XP-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 XP-ENTRY OCCURS 100 TIMES INDEXED BY XP-IX.
             10 XP-COMPANY              PIC X(20).
             10 XP-FROM-HELD            PIC 9(04).
             10 XP-SHARES               PIC 9(04).
             10 XP-TO-HELD              PIC 9(04).
             10 XP-TO-FOUND-SW          PIC X(01).
                88 XP-TO-ON-FILE       VALUE 'Y'.

      * The from account's open purchase lots in the company being
      * moved, oldest first, rebuilt from its ledger the way TAXSTMT
      * builds them. Consumed lots keep their slot at zero shares.
       01 LOT-TABLE.
          05 LT-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 LT-ENTRY OCCURS 100 TIMES INDEXED BY LT-IX.
             10 LT-ACQ-DATE             PIC 9(08).
             10 LT-SHARES-LEFT          PIC S9(09) COMP-3.
             10 LT-COST-PER-SHARE       PIC 9(05)V99 COMP-3.
             10 LT-CURRENCY             PIC X(03).
             10 LT-FX-RATE              PIC 9(04)V9(06) COMP-3.
       01 LOT-TABLE-FULL-SW             PIC X(01) VALUE 'N'.
           88 LOT-TABLE-FULL           VALUE 'Y'.

       01 WS-LOT-FIELDS.
          03 WS-PRICE                   PIC 9(05)V99 COMP-3.
          03 WS-SHARES-TO-MATCH         PIC S9(09) COMP-3.
          03 WS-LOT-TAKE                PIC S9(09) COMP-3.
          03 WS-LOT-ACQ-DATE            PIC 9(08).
          03 WS-LOT-COST                PIC 9(05)V99 COMP-3.
          03 WS-LOT-CURRENCY            PIC X(03).
          03 WS-LOT-FX-RATE             PIC 9(04)V9(06) COMP-3.
          03 WS-BASIS-MOVED             PIC 9(11)V99 COMP-3.
          03 WS-BASIS-NOTE              PIC X(24).
          03 WS-PRICE-NUM               PIC 9(05)V99 VALUE 0.
          03 WS-PRICE-NUM-R REDEFINES WS-PRICE-NUM.
             05 WS-PN-INT               PIC 9(05).
             05 WS-PN-DEC               PIC 9(02).
          03 WS-PRICE-TEXT.
             05 WS-PT-INT               PIC 9(05).
             05 FILLER                  PIC X(01) VALUE '.'.
             05 WS-PT-DEC               PIC 9(02).

      * Open orders and active plans of a whole-account move,
      * gathered before any is re-pointed.
       01 ORDER-TABLE.
          05 OT-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 OT-ENTRY OCCURS 100 TIMES INDEXED BY OT-IX.
             10 OT-TIMESTAMP            PIC 9(14).
       01 PLAN-TABLE.
          05 PN-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 PN-ENTRY OCCURS 100 TIMES INDEXED BY PN-IX.
             10 PN-COMPANY              PIC X(20).
       01 WS-SAVED-ORDER                PIC X(200).
       01 WS-SAVED-PLAN                 PIC X(200).

      * Cash account work, the ORDSCAN shape
       01 CASH-FIELDS.
          03 CASH-ACCT-FOUND-SW         PIC X(01) VALUE 'N'.
             88 CASH-ACCT-ON-FILE      VALUE 'Y'.
          03 CASH-AMOUNT                PIC 9(11)V99 COMP-3 VALUE 0.
          03 CASH-MOVE-TYPE             PIC X(01) VALUE SPACE.
          03 CASH-USERID                PIC X(60) VALUE SPACES.

      * SEGMENT SEARCH ARGUMENTS, same shapes TRADERBL builds

       01 SSA-CUSTOMER.
          03 SEGMENT-NAME       PIC X(8) VALUE 'CUSTSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(KEYREC  EQ'.
          03 SSA-CUSTOMER-KEY   PIC X(60).
          03 FILLER             PIC X(1) VALUE '.'.
          03 SSA-CUSTOMER-COMP  PIC X(20).
          03 FILLER             PIC X(1) VALUE ')'.

       01 SSA-CUSTOMER-GE.
          03 SEGMENT-NAME       PIC X(8) VALUE 'CUSTSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(KEYREC  GE'.
          03 SSA-PORTFOLIO-KEY  PIC X(60).
          03 FILLER             PIC X(1) VALUE '.'.
          03 SSA-PORTFOLIO-COMP PIC X(20) VALUE SPACES.
          03 FILLER             PIC X(1) VALUE ')'.

       01 SSA-CUSTOMER-ISRT.
          03 SEGMENT-NAME       PIC X(9) VALUE 'CUSTSEG  '.

      * CUSTSEG I/O area, same shape TRADERBL reads

       01 CUSTOMER-IO-BUFFER.
          03 KEYREC.
             05 CUSTOMER               PIC X(60).
             05 KEYREC-DOT             PIC X(01).
             05 COMPANY                PIC X(20).
          03 CONVERT1.
             05 NO-SHARES              PIC X(04).
          03 CONVERT2 REDEFINES CONVERT1.
             05 DEC-NO-SHARES          PIC 9(04).
          03 BUY-FROM                  PIC X(08).
          03 BUY-FROM-NO               PIC X(04).
          03 BUY-TO                    PIC X(08).
          03 BUY-TO-NO                 PIC X(04).
          03 SELL-FROM                 PIC X(08).
          03 SELL-FROM-NO              PIC X(04).
          03 SELL-TO                   PIC X(08).
          03 SELL-TO-NO                PIC X(04).
          03 ALARM-PERCENT             PIC X(03).

       01 RECONCILIATION-COUNTS.
          05 RC-CARDS-READ              PIC 9(08) COMP VALUE 0.
          05 RC-TRANSFERS-DONE          PIC 9(08) COMP VALUE 0.
          05 RC-CARDS-REFUSED           PIC 9(08) COMP VALUE 0.
          05 RC-POSITIONS-MOVED         PIC 9(08) COMP VALUE 0.
          05 RC-LOTS-MOVED              PIC 9(08) COMP VALUE 0.
          05 RC-ORDERS-REPOINTED        PIC 9(08) COMP VALUE 0.
          05 RC-PLANS-REPOINTED         PIC 9(08) COMP VALUE 0.
          05 RC-CASH-MOVED              PIC 9(13)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'ACCOUNT TRANSFERS PROCESSED ON   '.
           05 RT-DATE             PIC 9(08).

       01 WS-CARD-LINE.
           05 FILLER              PIC X(06) VALUE 'FROM: '.
           05 CL-FROM             PIC X(30).
           05 FILLER              PIC X(06) VALUE '  TO: '.
           05 CL-TO               PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 CL-SHARES           PIC X(04).
           05 FILLER              PIC X(08) VALUE '  CASH: '.
           05 CL-CASH             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-BY               PIC X(08).

       01 WS-RESULT-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 XL-RESULT           PIC X(09).
           05 XL-REASON           PIC X(50).

       01 WS-POSITION-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 PL-COMPANY          PIC X(20).
           05 FILLER              PIC X(09) VALUE '  MOVED: '.
           05 PL-SHARES           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(15) VALUE '  COST BASIS: '.
           05 PL-BASIS            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-NOTE             PIC X(24).

       01 WS-CASH-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE 'CASH'.
           05 FILLER              PIC X(09) VALUE '  MOVED: '.
           05 CSL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-REPOINT-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 RL-COUNT            PIC ZZ9.
           05 RL-TEXT             PIC X(50).

       LINKAGE SECTION.

       01  DBPCB-CUST.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DB-CUST-STATUS  PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

       PROCEDURE DIVISION USING DBPCB-CUST.

       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT Transfer-Input.
           IF NOT XFERIN-NORMAL
              DISPLAY 'ACCTXFER: unable to open XFERIN, status='
                      XFERIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LOAD-LEGAL-HOLDS.

           OPEN INPUT User-Auth.
           IF NOT USERAUTH-NORMAL
              DISPLAY 'ACCTXFER: unable to open USERAUTH, status='
                      USERAUTH-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           OPEN I-O Trade-Ledger.
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'ACCTXFER: unable to open TRDLEDGR, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE User-Auth
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           OPEN I-O Cash-Account.
           IF NOT CASHACCT-NORMAL
              DISPLAY 'ACCTXFER: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE User-Auth
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           OPEN EXTEND Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'ACCTXFER: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Account
              CLOSE Trade-Ledger
              CLOSE User-Auth
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'ACCTXFER: unable to open XFERRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Movements
              CLOSE Cash-Account
              CLOSE Trade-Ledger
              CLOSE User-Auth
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           MOVE WS-TODAY TO RT-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-NEXT-CARD.
           PERFORM PROCESS-ONE-CARD
               UNTIL XFERIN-EOF.

           CLOSE Report-Output.
           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Trade-Ledger.
           CLOSE User-Auth.
           CLOSE Transfer-Input.

           IF RC-CARDS-REFUSED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' ACCTXFER End-of-job reconciliation'
           DISPLAY '   Cards read           : '
                   RC-CARDS-READ
           DISPLAY '   Transfers done       : '
                   RC-TRANSFERS-DONE
           DISPLAY '   Cards refused        : '
                   RC-CARDS-REFUSED
           DISPLAY '   Positions moved      : '
                   RC-POSITIONS-MOVED
           DISPLAY '   Lots moved           : '
                   RC-LOTS-MOVED
           DISPLAY '   Orders re-pointed    : '
                   RC-ORDERS-REPOINTED
           DISPLAY '   Plans re-pointed     : '
                   RC-PLANS-REPOINTED
           DISPLAY '   Cash moved           : '
                   RC-CASH-MOVED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * LOAD-LEGAL-HOLDS - the trader userids named on an active      *
      * LEGLHOLD hold; a missing hold file means no holds are in      *
      * force, as PURGEID reads it.                                   *
      *****************************************************************
       LOAD-LEGAL-HOLDS SECTION.
           OPEN INPUT Legal-Holds.
           IF HOLDS-NO-FILE
              GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF.
           IF NOT HOLDS-NORMAL
              DISPLAY 'ACCTXFER: unable to open LEGLHOLD, status='
                      HOLDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Transfer-Input
              GOBACK
           END-IF.
           PERFORM LOAD-ONE-HOLD
               UNTIL HOLDS-EOF.
           CLOSE Legal-Holds.
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

       LOAD-ONE-HOLD SECTION.
           READ Legal-Holds
              AT END
                 MOVE 'Y' TO HOLDS-EOF-SWITCH
           END-READ
           IF HOLDS-EOF
              GO TO LOAD-ONE-HOLD-EXIT
           END-IF
           IF NOT LEGLHOLD-ACTIVE
              OR LEGLHOLD-TRADER-USERID = SPACES
              GO TO LOAD-ONE-HOLD-EXIT
           END-IF
           IF HD-ENTRY-COUNT = 500
              DISPLAY 'ACCTXFER: legal hold table full, raise the '
                      'table size and rerun'
              MOVE 16 TO RETURN-CODE
              CLOSE Legal-Holds
              CLOSE Transfer-Input
              GOBACK
           END-IF
           ADD 1 TO HD-ENTRY-COUNT
           SET HD-IX TO HD-ENTRY-COUNT
           MOVE LEGLHOLD-TRADER-USERID TO HD-USERID(HD-IX)
           MOVE LEGLHOLD-REFERENCE TO HD-REFERENCE(HD-IX)
           .
       LOAD-ONE-HOLD-EXIT.
           EXIT.

       READ-NEXT-CARD SECTION.
           READ Transfer-Input
              AT END
                 MOVE 'Y' TO XFERIN-EOF-SWITCH
           END-READ
           IF NOT XFERIN-EOF
              ADD 1 TO RC-CARDS-READ
           END-IF
           .
       READ-NEXT-CARD-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS-ONE-CARD - everything the card would move is checked  *
      * before anything moves, so a refused card changes nothing.     *
      *****************************************************************
       PROCESS-ONE-CARD SECTION.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO XP-ENTRY-COUNT
           MOVE 0 TO WS-CASH-TO-MOVE
           PERFORM WRITE-CARD-LINE

           PERFORM EDIT-TRANSFER-CARD
           IF WS-REFUSE-REASON = SPACES
              PERFORM CHECK-ACCOUNTS
           END-IF
           IF WS-REFUSE-REASON = SPACES
              PERFORM GATHER-POSITIONS
           END-IF
           IF WS-REFUSE-REASON = SPACES
              PERFORM CHECK-CASH-TO-MOVE
           END-IF
           IF WS-REFUSE-REASON = SPACES
              AND XP-ENTRY-COUNT = 0
              AND WS-CASH-TO-MOVE = 0
              MOVE 'NOTHING TO MOVE' TO WS-REFUSE-REASON
           END-IF

           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO RC-CARDS-REFUSED
              MOVE 'REFUSED: ' TO XL-RESULT
              MOVE WS-REFUSE-REASON TO XL-REASON
              MOVE SPACES TO REPORT-LINE
              MOVE WS-RESULT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO PROCESS-ONE-CARD-NEXT
           END-IF

           PERFORM MOVE-ONE-POSITION
               VARYING XP-IX FROM 1 BY 1
               UNTIL XP-IX > XP-ENTRY-COUNT
           IF WS-CASH-TO-MOVE > 0
              PERFORM MOVE-CASH-BALANCE
           END-IF
           IF XF-WHOLE-ACCOUNT
              PERFORM REPOINT-OPEN-ORDERS
              PERFORM REPOINT-STANDING-PLANS
           END-IF
           ADD 1 TO RC-TRANSFERS-DONE
           MOVE 'DONE     ' TO XL-RESULT
           MOVE SPACES TO XL-REASON
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PROCESS-ONE-CARD-NEXT.
           PERFORM READ-NEXT-CARD
           .
       PROCESS-ONE-CARD-EXIT.
           EXIT.

       WRITE-CARD-LINE SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE XF-FROM-USERID(1:30) TO CL-FROM
           MOVE XF-TO-USERID(1:30) TO CL-TO
           MOVE XF-COMPANY TO CL-COMPANY
           MOVE XF-SHARES TO CL-SHARES
           IF XF-CASH-AMOUNT IS NUMERIC
              MOVE XF-CASH-AMOUNT TO CL-CASH
           ELSE
              MOVE 0 TO CL-CASH
           END-IF
           MOVE XF-REQUESTED-BY TO CL-BY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-CARD-LINE-EXIT.
           EXIT.

       EDIT-TRANSFER-CARD SECTION.
           EVALUATE TRUE
              WHEN XF-FROM-USERID = SPACES
                 OR XF-TO-USERID = SPACES
                 MOVE 'FROM AND TO USERIDS ARE BOTH REQUIRED'
                     TO WS-REFUSE-REASON
              WHEN XF-FROM-USERID = XF-TO-USERID
                 MOVE 'FROM AND TO ARE THE SAME ACCOUNT'
                     TO WS-REFUSE-REASON
              WHEN XF-REQUESTED-BY = SPACES
                 MOVE 'REQUESTED-BY IS REQUIRED'
                     TO WS-REFUSE-REASON
              WHEN XF-WHOLE-ACCOUNT
                 CONTINUE
              WHEN XF-CASH-AMOUNT IS NOT NUMERIC
                 MOVE 'CASH AMOUNT IS NOT NUMERIC'
                     TO WS-REFUSE-REASON
              WHEN XF-CASH-ONLY
                 AND XF-SHARES NOT = SPACES
                 AND XF-SHARES NOT = '0000'
                 MOVE 'SHARES GIVEN WITHOUT A COMPANY'
                     TO WS-REFUSE-REASON
              WHEN XF-CASH-ONLY
                 CONTINUE
              WHEN XF-WHOLE-POSITION
                 CONTINUE
              WHEN XF-SHARES-NUM IS NOT NUMERIC
                 OR XF-SHARES-NUM = 0
                 MOVE 'SHARES MUST BE A COUNT OR ALL'
                     TO WS-REFUSE-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       EDIT-TRANSFER-CARD-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ACCOUNTS - the to account must be approved (approval    *
      * creates its USERAUTH record) and not disabled; the from       *
      * account must not be under an active legal hold.               *
      *****************************************************************
       CHECK-ACCOUNTS SECTION.
           MOVE XF-TO-USERID TO USERAUTH-USERID
           READ User-Auth KEY IS USERAUTH-KEY OF USERAUTH-RECORD
           IF NOT USERAUTH-NORMAL
              MOVE 'TO ACCOUNT IS NOT APPROVED' TO WS-REFUSE-REASON
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF
           IF USERAUTH-DISABLED
              MOVE 'TO ACCOUNT IS DISABLED' TO WS-REFUSE-REASON
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF

           MOVE 'N' TO WS-CARD-FOUND-SW
           IF HD-ENTRY-COUNT > 0
              SET HD-IX TO 1
              SEARCH HD-ENTRY
                 WHEN HD-IX > HD-ENTRY-COUNT
                    CONTINUE
                 WHEN HD-USERID(HD-IX) = XF-FROM-USERID
                    MOVE 'Y' TO WS-CARD-FOUND-SW
              END-SEARCH
           END-IF
           IF CARD-ENTRY-FOUND
              STRING 'FROM ACCOUNT UNDER LEGAL HOLD '
                     HD-REFERENCE(HD-IX)
                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF
           .
       CHECK-ACCOUNTS-EXIT.
           EXIT.

      *****************************************************************
      * GATHER-POSITIONS - the from positions the card moves, with    *
      * the receiving position each will land on.                     *
      *****************************************************************
       GATHER-POSITIONS SECTION.
           IF XF-CASH-ONLY
              GO TO GATHER-POSITIONS-EXIT
           END-IF
           IF XF-WHOLE-ACCOUNT
              MOVE 'N' TO SCAN-DONE-SWITCH
              MOVE XF-FROM-USERID TO SSA-PORTFOLIO-KEY
              CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER-GE
              PERFORM GATHER-ONE-HOLDING
                  UNTIL SCAN-DONE
           ELSE
              MOVE XF-FROM-USERID TO SSA-CUSTOMER-KEY
              MOVE XF-COMPANY TO SSA-CUSTOMER-COMP
              CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER
              IF DB-CUST-STATUS NOT = NORMAL
                 OR DEC-NO-SHARES = 0
                 MOVE 'FROM ACCOUNT HOLDS NO SHARES IN THE COMPANY'
                     TO WS-REFUSE-REASON
                 GO TO GATHER-POSITIONS-EXIT
              END-IF
              IF NOT XF-WHOLE-POSITION
                 AND XF-SHARES-NUM > DEC-NO-SHARES
                 MOVE 'FROM ACCOUNT HOLDS FEWER SHARES THAN ASKED'
                     TO WS-REFUSE-REASON
                 GO TO GATHER-POSITIONS-EXIT
              END-IF
              MOVE 1 TO XP-ENTRY-COUNT
              SET XP-IX TO 1
              MOVE XF-COMPANY TO XP-COMPANY(XP-IX)
              MOVE DEC-NO-SHARES TO XP-FROM-HELD(XP-IX)
              IF XF-WHOLE-POSITION
                 MOVE DEC-NO-SHARES TO XP-SHARES(XP-IX)
              ELSE
                 MOVE XF-SHARES-NUM TO XP-SHARES(XP-IX)
              END-IF
           END-IF

           PERFORM CHECK-RECEIVING-POSITION
               VARYING XP-IX FROM 1 BY 1
               UNTIL XP-IX > XP-ENTRY-COUNT
                  OR WS-REFUSE-REASON NOT = SPACES
           .
       GATHER-POSITIONS-EXIT.
           EXIT.

       GATHER-ONE-HOLDING SECTION.
           IF DB-CUST-STATUS NOT = NORMAL
              OR CUSTOMER OF CUSTOMER-IO-BUFFER NOT = XF-FROM-USERID
              MOVE 'Y' TO SCAN-DONE-SWITCH
              GO TO GATHER-ONE-HOLDING-EXIT
           END-IF
           IF DEC-NO-SHARES > 0
              IF XP-ENTRY-COUNT = 100
                 MOVE 'FROM ACCOUNT HAS TOO MANY POSITIONS'
                     TO WS-REFUSE-REASON
                 MOVE 'Y' TO SCAN-DONE-SWITCH
                 GO TO GATHER-ONE-HOLDING-EXIT
              END-IF
              ADD 1 TO XP-ENTRY-COUNT
              SET XP-IX TO XP-ENTRY-COUNT
              MOVE COMPANY OF CUSTOMER-IO-BUFFER TO XP-COMPANY(XP-IX)
              MOVE DEC-NO-SHARES TO XP-FROM-HELD(XP-IX)
              MOVE DEC-NO-SHARES TO XP-SHARES(XP-IX)
           END-IF
           CALL 'CBLTDLI' USING GET-NEXT, DBPCB-CUST,
               CUSTOMER-IO-BUFFER
           .
       GATHER-ONE-HOLDING-EXIT.
           EXIT.

       CHECK-RECEIVING-POSITION SECTION.
           MOVE XF-TO-USERID TO SSA-CUSTOMER-KEY
           MOVE XP-COMPANY(XP-IX) TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           EVALUATE DB-CUST-STATUS
              WHEN NORMAL
                 MOVE 'Y' TO XP-TO-FOUND-SW(XP-IX)
                 MOVE DEC-NO-SHARES TO XP-TO-HELD(XP-IX)
              WHEN NOTFND
                 MOVE 'N' TO XP-TO-FOUND-SW(XP-IX)
                 MOVE 0 TO XP-TO-HELD(XP-IX)
              WHEN OTHER
                 STRING 'CUSTSEG STATUS ' DB-CUST-STATUS
                        ' READING TO POSITION'
                        DELIMITED BY SIZE INTO WS-REFUSE-REASON
                 GO TO CHECK-RECEIVING-POSITION-EXIT
           END-EVALUATE
           COMPUTE WS-WORK-SHARES =
               XP-TO-HELD(XP-IX) + XP-SHARES(XP-IX)
           IF WS-WORK-SHARES > 9999
              STRING 'TO ACCOUNT WOULD EXCEED MAXIMUM IN '
                     XP-COMPANY(XP-IX)
                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF
           .
       CHECK-RECEIVING-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-CASH-TO-MOVE - a whole-account move takes the whole     *
      * balance; an overdrawn (margin) balance cannot be moved.       *
      *****************************************************************
       CHECK-CASH-TO-MOVE SECTION.
           IF NOT XF-WHOLE-ACCOUNT
              AND XF-CASH-AMOUNT = 0
              GO TO CHECK-CASH-TO-MOVE-EXIT
           END-IF
           MOVE XF-FROM-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF
                                    CASHACCT-RECORD
           IF NOT CASHACCT-NORMAL
              MOVE 0 TO CASHACCT-BALANCE
           END-IF
           IF XF-WHOLE-ACCOUNT
              IF CASHACCT-BALANCE < 0
                 MOVE 'FROM ACCOUNT CASH BALANCE IS OVERDRAWN'
                     TO WS-REFUSE-REASON
              ELSE
                 MOVE CASHACCT-BALANCE TO WS-CASH-TO-MOVE
              END-IF
           ELSE
              IF XF-CASH-AMOUNT > CASHACCT-BALANCE
                 MOVE 'FROM ACCOUNT CASH BALANCE IS TOO LOW'
                     TO WS-REFUSE-REASON
              ELSE
                 MOVE XF-CASH-AMOUNT TO WS-CASH-TO-MOVE
              END-IF
           END-IF
           .
       CHECK-CASH-TO-MOVE-EXIT.
           EXIT.

      *****************************************************************
      * MOVE-ONE-POSITION - the from account's lots in the company    *
      * are rebuilt, the shares moved on both CUSTSEGs, and the       *
      * shares taken from the lots oldest first, one ledger transfer  *
      * pair per lot. Shares the ledger cannot account for move at    *
      * zero cost, dated today.                                       *
      *****************************************************************
       MOVE-ONE-POSITION SECTION.
           PERFORM BUILD-FROM-LOTS

           MOVE XF-FROM-USERID TO SSA-CUSTOMER-KEY
           MOVE XP-COMPANY(XP-IX) TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           IF DB-CUST-STATUS = NORMAL
              SUBTRACT XP-SHARES(XP-IX) FROM DEC-NO-SHARES
              CALL 'CBLTDLI' USING REPL, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER
           END-IF
           IF DB-CUST-STATUS NOT = NORMAL
              DISPLAY 'ACCTXFER: from CUSTSEG status '
                      DB-CUST-STATUS ' for '
                      XF-FROM-USERID(1:20)
              MOVE 16 TO RETURN-CODE
              GO TO MOVE-ONE-POSITION-EXIT
           END-IF

           MOVE XF-TO-USERID TO SSA-CUSTOMER-KEY
           IF XP-TO-ON-FILE(XP-IX)
              CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER
              IF DB-CUST-STATUS = NORMAL
                 ADD XP-SHARES(XP-IX) TO DEC-NO-SHARES
                 CALL 'CBLTDLI' USING REPL, DBPCB-CUST,
                     CUSTOMER-IO-BUFFER
              END-IF
           ELSE
              MOVE XF-TO-USERID TO CUSTOMER
              MOVE '.' TO KEYREC-DOT
              MOVE XP-COMPANY(XP-IX) TO COMPANY OF CUSTOMER-IO-BUFFER
              MOVE XP-SHARES(XP-IX) TO DEC-NO-SHARES
              MOVE '00000.00' TO BUY-FROM BUY-TO
                                 SELL-FROM SELL-TO
              MOVE '0000' TO BUY-FROM-NO BUY-TO-NO
                             SELL-FROM-NO SELL-TO-NO
              MOVE '000' TO ALARM-PERCENT
              CALL 'CBLTDLI' USING ISRT, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER-ISRT
           END-IF
           IF DB-CUST-STATUS NOT = NORMAL
              DISPLAY 'ACCTXFER: to CUSTSEG status '
                      DB-CUST-STATUS ' for '
                      XF-TO-USERID(1:20)
                      ' after from was reduced'
              MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO RC-POSITIONS-MOVED

           MOVE XP-SHARES(XP-IX) TO WS-SHARES-TO-MATCH
           MOVE 0 TO WS-BASIS-MOVED
           MOVE SPACES TO WS-BASIS-NOTE
           PERFORM TAKE-ONE-LOT
               VARYING LT-IX FROM 1 BY 1
               UNTIL LT-IX > LT-ENTRY-COUNT
                  OR WS-SHARES-TO-MATCH = 0
           IF WS-SHARES-TO-MATCH > 0
              MOVE WS-SHARES-TO-MATCH TO WS-LOT-TAKE
              MOVE WS-TODAY TO WS-LOT-ACQ-DATE
              MOVE 0 TO WS-LOT-COST
              MOVE SPACES TO WS-LOT-CURRENCY
              MOVE 1 TO WS-LOT-FX-RATE
              PERFORM WRITE-TRANSFER-PAIR
              MOVE 'COST BASIS NOT ON LEDGER' TO WS-BASIS-NOTE
           END-IF

           MOVE XP-COMPANY(XP-IX) TO PL-COMPANY
           MOVE XP-SHARES(XP-IX) TO PL-SHARES
           MOVE WS-BASIS-MOVED TO PL-BASIS
           MOVE WS-BASIS-NOTE TO PL-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-POSITION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       MOVE-ONE-POSITION-EXIT.
           EXIT.

       TAKE-ONE-LOT SECTION.
           IF LT-SHARES-LEFT(LT-IX) IS NOT GREATER THAN 0
              GO TO TAKE-ONE-LOT-EXIT
           END-IF
           IF LT-SHARES-LEFT(LT-IX) IS LESS THAN WS-SHARES-TO-MATCH
              MOVE LT-SHARES-LEFT(LT-IX) TO WS-LOT-TAKE
           ELSE
              MOVE WS-SHARES-TO-MATCH TO WS-LOT-TAKE
           END-IF
           SUBTRACT WS-LOT-TAKE FROM LT-SHARES-LEFT(LT-IX)
           SUBTRACT WS-LOT-TAKE FROM WS-SHARES-TO-MATCH
           MOVE LT-ACQ-DATE(LT-IX) TO WS-LOT-ACQ-DATE
           MOVE LT-COST-PER-SHARE(LT-IX) TO WS-LOT-COST
           MOVE LT-CURRENCY(LT-IX) TO WS-LOT-CURRENCY
           MOVE LT-FX-RATE(LT-IX) TO WS-LOT-FX-RATE
           PERFORM WRITE-TRANSFER-PAIR
           .
       TAKE-ONE-LOT-EXIT.
           EXIT.

      *****************************************************************
      * BUILD-FROM-LOTS - the from account's ledger for the company   *
      * replayed in timestamp order: buys, merger conversions and     *
      * transfers in open lots at their price, split credits at zero  *
      * cost; sells, split debits, merger conversions and transfers   *
      * out consume lots oldest first.                                *
      *****************************************************************
       BUILD-FROM-LOTS SECTION.
           MOVE 0 TO LT-ENTRY-COUNT
           MOVE 'N' TO LOT-TABLE-FULL-SW
           MOVE 'N' TO SCAN-DONE-SWITCH
           MOVE XF-FROM-USERID TO TRDLEDGR-USERID
           MOVE 0 TO TRDLEDGR-TIMESTAMP
           START Trade-Ledger KEY IS NOT LESS THAN
                                    TRDLEDGR-KEY OF TRDLEDGR-RECORD
           IF NOT TRDLEDGR-NORMAL
              GO TO BUILD-FROM-LOTS-EXIT
           END-IF
           PERFORM REPLAY-ONE-LEDGER-RECORD
               UNTIL SCAN-DONE
           IF LOT-TABLE-FULL
              DISPLAY 'ACCTXFER: lot table full for '
                      XF-FROM-USERID(1:20) ' '
                      XP-COMPANY(XP-IX)
                      ', later lots move at zero cost'
           END-IF
           .
       BUILD-FROM-LOTS-EXIT.
           EXIT.

       REPLAY-ONE-LEDGER-RECORD SECTION.
           READ Trade-Ledger NEXT RECORD
           IF NOT TRDLEDGR-NORMAL
              OR TRDLEDGR-USERID NOT = XF-FROM-USERID
              MOVE 'Y' TO SCAN-DONE-SWITCH
              GO TO REPLAY-ONE-LEDGER-RECORD-EXIT
           END-IF
           IF TRDLEDGR-COMPANY NOT = XP-COMPANY(XP-IX)
              GO TO REPLAY-ONE-LEDGER-RECORD-EXIT
           END-IF
           COMPUTE WS-PRICE = FUNCTION NUMVAL(TRDLEDGR-PRICE)
           EVALUATE TRDLEDGR-ACTION
              WHEN SUBTYPE-BUY
              WHEN SUBTYPE-MERGER-IN
              WHEN SUBTYPE-XFER-IN
              WHEN SUBTYPE-SPLIT-CR
                 PERFORM OPEN-FROM-LOT
              WHEN SUBTYPE-SELL
              WHEN SUBTYPE-SPLIT-DR
              WHEN SUBTYPE-MERGER-OUT
              WHEN SUBTYPE-XFER-OUT
                 MOVE TRDLEDGR-SHARES TO WS-SHARES-TO-MATCH
                 PERFORM CONSUME-FROM-LOT
                     VARYING LT-IX FROM 1 BY 1
                     UNTIL LT-IX > LT-ENTRY-COUNT
                        OR WS-SHARES-TO-MATCH = 0
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       REPLAY-ONE-LEDGER-RECORD-EXIT.
           EXIT.

       OPEN-FROM-LOT SECTION.
           IF LT-ENTRY-COUNT = 100
              MOVE 'Y' TO LOT-TABLE-FULL-SW
              GO TO OPEN-FROM-LOT-EXIT
           END-IF
           ADD 1 TO LT-ENTRY-COUNT
           SET LT-IX TO LT-ENTRY-COUNT
           MOVE TRDLEDGR-TIMESTAMP(1:8) TO LT-ACQ-DATE(LT-IX)
           MOVE TRDLEDGR-SHARES TO LT-SHARES-LEFT(LT-IX)
           IF TRDLEDGR-ACTION = SUBTYPE-SPLIT-CR
              MOVE 0 TO LT-COST-PER-SHARE(LT-IX)
           ELSE
              MOVE WS-PRICE TO LT-COST-PER-SHARE(LT-IX)
           END-IF
      * A foreign-listed company's lot keeps its quoted-currency cost
      * and the rate it was bought at, so the basis moves unchanged
           MOVE TRDLEDGR-CURRENCY TO LT-CURRENCY(LT-IX)
           IF TRDLEDGR-FX-RATE IS NUMERIC
              AND TRDLEDGR-FX-RATE > 0
              MOVE TRDLEDGR-FX-RATE TO LT-FX-RATE(LT-IX)
           ELSE
              MOVE 1 TO LT-FX-RATE(LT-IX)
           END-IF
      * A transferred lot keeps the date it was first acquired
           IF TRDLEDGR-ACTION = SUBTYPE-XFER-IN
              AND TRDLEDGR-SETTLE-REASON(1:8) IS NUMERIC
              MOVE TRDLEDGR-SETTLE-REASON(1:8) TO LT-ACQ-DATE(LT-IX)
           END-IF
           .
       OPEN-FROM-LOT-EXIT.
           EXIT.

       CONSUME-FROM-LOT SECTION.
           IF LT-SHARES-LEFT(LT-IX) IS NOT GREATER THAN 0
              GO TO CONSUME-FROM-LOT-EXIT
           END-IF
           IF LT-SHARES-LEFT(LT-IX) IS LESS THAN WS-SHARES-TO-MATCH
              MOVE LT-SHARES-LEFT(LT-IX) TO WS-LOT-TAKE
           ELSE
              MOVE WS-SHARES-TO-MATCH TO WS-LOT-TAKE
           END-IF
           SUBTRACT WS-LOT-TAKE FROM LT-SHARES-LEFT(LT-IX)
           SUBTRACT WS-LOT-TAKE FROM WS-SHARES-TO-MATCH
           .
       CONSUME-FROM-LOT-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-TRANSFER-PAIR - the out record on the from account and  *
      * the in record on the to account for one lot's shares, both    *
      * at the lot's cost per share; the in record carries the lot's  *
      * acquisition date in SETTLE-REASON.                            *
      *****************************************************************
       WRITE-TRANSFER-PAIR SECTION.
           MOVE WS-LOT-COST TO WS-PRICE-NUM
           MOVE WS-PN-INT TO WS-PT-INT
           MOVE WS-PN-DEC TO WS-PT-DEC
           COMPUTE WS-BASIS-MOVED ROUNDED = WS-BASIS-MOVED
               + WS-LOT-TAKE * WS-LOT-COST * WS-LOT-FX-RATE
           ADD 1 TO RC-LOTS-MOVED

           MOVE XF-FROM-USERID TO TRDLEDGR-USERID
           MOVE SUBTYPE-XFER-OUT TO TRDLEDGR-ACTION
           MOVE SPACES TO TRDLEDGR-SETTLE-REASON
           PERFORM WRITE-ADJUSTMENT-RECORD

           MOVE XF-TO-USERID TO TRDLEDGR-USERID
           MOVE SUBTYPE-XFER-IN TO TRDLEDGR-ACTION
           MOVE SPACES TO TRDLEDGR-SETTLE-REASON
           MOVE WS-LOT-ACQ-DATE TO TRDLEDGR-SETTLE-REASON(1:8)
           PERFORM WRITE-ADJUSTMENT-RECORD
           .
       WRITE-TRANSFER-PAIR-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-ADJUSTMENT-RECORD - an internal adjustment, not a       *
      * trade: no commission, nothing for the settlement queue. Lots  *
      * written in the same second move the stamp on a second.        *
      *****************************************************************
       WRITE-ADJUSTMENT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE TIMESTAMP TO TRDLEDGR-TIMESTAMP
           MOVE XP-COMPANY(XP-IX) TO TRDLEDGR-COMPANY
           MOVE WS-LOT-TAKE TO TRDLEDGR-SHARES
           MOVE WS-PRICE-TEXT TO TRDLEDGR-PRICE
           MOVE 0 TO TRDLEDGR-COMMISSION
           MOVE WS-LOT-CURRENCY TO TRDLEDGR-CURRENCY
           MOVE WS-LOT-FX-RATE TO TRDLEDGR-FX-RATE
           MOVE 'Y' TO TRDLEDGR-PUBLISHED
           MOVE 'Y' TO TRDLEDGR-SETTLED
           WRITE TRDLEDGR-RECORD
           PERFORM RETRY-ADJUSTMENT-WRITE
               UNTIL NOT TRDLEDGR-DUPLICATE
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'ACCTXFER: TRDLEDGR write failed, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-ADJUSTMENT-RECORD-EXIT.
           EXIT.

       RETRY-ADJUSTMENT-WRITE SECTION.
           ADD 1 TO TRDLEDGR-TIMESTAMP
           WRITE TRDLEDGR-RECORD
           .
       RETRY-ADJUSTMENT-WRITE-EXIT.
           EXIT.

      *****************************************************************
      * MOVE-CASH-BALANCE - debits the from account and credits the   *
      * to account (opening it at zero if it has never moved cash).   *
      *****************************************************************
       MOVE-CASH-BALANCE SECTION.
           MOVE WS-CASH-TO-MOVE TO CASH-AMOUNT

           MOVE XF-FROM-USERID TO CASH-USERID
           PERFORM READ-CASH-ACCOUNT
           SUBTRACT CASH-AMOUNT FROM CASHACCT-BALANCE
           MOVE 'X' TO CASH-MOVE-TYPE
           PERFORM SAVE-CASH-ACCOUNT

           MOVE XF-TO-USERID TO CASH-USERID
           PERFORM READ-CASH-ACCOUNT
           ADD CASH-AMOUNT TO CASHACCT-BALANCE
           MOVE 'R' TO CASH-MOVE-TYPE
           PERFORM SAVE-CASH-ACCOUNT

           ADD CASH-AMOUNT TO RC-CASH-MOVED
           MOVE CASH-AMOUNT TO CSL-AMOUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CASH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       MOVE-CASH-BALANCE-EXIT.
           EXIT.

       READ-CASH-ACCOUNT SECTION.
           MOVE CASH-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF
                                    CASHACCT-RECORD
           IF CASHACCT-NORMAL
              MOVE 'Y' TO CASH-ACCT-FOUND-SW
           ELSE
              MOVE 'N' TO CASH-ACCT-FOUND-SW
              MOVE CASH-USERID TO CASHACCT-USERID
              MOVE 0 TO CASHACCT-BALANCE
           END-IF
           .
       READ-CASH-ACCOUNT-EXIT.
           EXIT.

       SAVE-CASH-ACCOUNT SECTION.
           IF CASH-ACCT-ON-FILE
              REWRITE CASHACCT-RECORD
           ELSE
              WRITE CASHACCT-RECORD
           END-IF
           IF NOT CASHACCT-NORMAL
              DISPLAY 'ACCTXFER: CASHACCT update failed, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO SAVE-CASH-ACCOUNT-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE CASH-MOVE-TYPE TO CASHMOVE-TYPE
           MOVE CASH-AMOUNT TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE SPACES TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'ACCTXFER: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       SAVE-CASH-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * REPOINT-OPEN-ORDERS - on a whole-account move each open       *
      * PENDORD order is cancelled on the from account (with its      *
      * PENDHIST history, as a customer cancel leaves it) and placed  *
      * again, unchanged, on the to account.                          *
      *****************************************************************
       REPOINT-OPEN-ORDERS SECTION.
           OPEN I-O Pending-Orders.
           IF NOT PENDORD-NORMAL
              DISPLAY 'ACCTXFER: unable to open PENDORD, status='
                      PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO REPOINT-OPEN-ORDERS-EXIT
           END-IF.
           OPEN EXTEND Pend-History.
           IF NOT PENDHIST-NORMAL
              DISPLAY 'ACCTXFER: unable to open PENDHIST, status='
                      PENDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Pending-Orders
              GO TO REPOINT-OPEN-ORDERS-EXIT
           END-IF.

           MOVE 0 TO OT-ENTRY-COUNT.
           MOVE 'N' TO SCAN-DONE-SWITCH.
           MOVE XF-FROM-USERID TO PENDORD-USERID.
           MOVE 0 TO PENDORD-TIMESTAMP.
           START Pending-Orders KEY IS NOT LESS THAN
                                    PENDORD-KEY OF PENDORD-RECORD.
           IF PENDORD-NORMAL
              PERFORM GATHER-ONE-ORDER
                  UNTIL SCAN-DONE
           END-IF.
           PERFORM REPOINT-ONE-ORDER
               VARYING OT-IX FROM 1 BY 1
               UNTIL OT-IX > OT-ENTRY-COUNT.

           MOVE OT-ENTRY-COUNT TO RL-COUNT.
           MOVE ' OPEN ORDER(S) RE-POINTED TO THE TO ACCOUNT'
               TO RL-TEXT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPOINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE Pend-History.
           CLOSE Pending-Orders.
       REPOINT-OPEN-ORDERS-EXIT.
           EXIT.

       GATHER-ONE-ORDER SECTION.
           READ Pending-Orders NEXT RECORD
           IF NOT PENDORD-NORMAL
              OR PENDORD-USERID NOT = XF-FROM-USERID
              MOVE 'Y' TO SCAN-DONE-SWITCH
              GO TO GATHER-ONE-ORDER-EXIT
           END-IF
           IF PENDORD-OPEN
              IF OT-ENTRY-COUNT = 100
                 DISPLAY 'ACCTXFER: more than 100 open orders for '
                         XF-FROM-USERID(1:20)
                         ', the rest stay on the from account'
                 MOVE 'Y' TO SCAN-DONE-SWITCH
              ELSE
                 ADD 1 TO OT-ENTRY-COUNT
                 SET OT-IX TO OT-ENTRY-COUNT
                 MOVE PENDORD-TIMESTAMP TO OT-TIMESTAMP(OT-IX)
              END-IF
           END-IF
           .
       GATHER-ONE-ORDER-EXIT.
           EXIT.

       REPOINT-ONE-ORDER SECTION.
           MOVE XF-FROM-USERID TO PENDORD-USERID
           MOVE OT-TIMESTAMP(OT-IX) TO PENDORD-TIMESTAMP
           READ Pending-Orders KEY IS PENDORD-KEY OF PENDORD-RECORD
           IF NOT PENDORD-NORMAL OR NOT PENDORD-OPEN
              GO TO REPOINT-ONE-ORDER-EXIT
           END-IF
           MOVE PENDORD-RECORD TO WS-SAVED-ORDER

           MOVE PENDORD-USERID TO PENDHIST-USERID
           MOVE PENDORD-TIMESTAMP TO PENDHIST-ORDER-TS
           MOVE PENDORD-STATUS TO PENDHIST-OLD-STATUS
           MOVE PENDORD-SHARES TO PENDHIST-OLD-SHARES
           MOVE PENDORD-LIMIT-PRICE TO PENDHIST-OLD-PRICE
           MOVE 'C' TO PENDORD-STATUS
           REWRITE PENDORD-RECORD
           IF NOT PENDORD-NORMAL
              DISPLAY 'ACCTXFER: PENDORD rewrite failed, '
                      'status=' PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO REPOINT-ONE-ORDER-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE TIMESTAMP TO PENDHIST-CHANGE-TS
           MOVE PENDORD-STATUS TO PENDHIST-NEW-STATUS
           MOVE PENDORD-SHARES TO PENDHIST-NEW-SHARES
           MOVE PENDORD-LIMIT-PRICE TO PENDHIST-NEW-PRICE
           WRITE PENDHIST-RECORD
           IF NOT PENDHIST-NORMAL
              DISPLAY 'ACCTXFER: PENDHIST write failed, '
                      'status=' PENDHIST-FILE-STATUS
           END-IF

           MOVE WS-SAVED-ORDER TO PENDORD-RECORD
           MOVE XF-TO-USERID TO PENDORD-USERID
           WRITE PENDORD-RECORD
           PERFORM RETRY-ORDER-WRITE
               UNTIL NOT PENDORD-DUPLICATE
           IF PENDORD-NORMAL
              ADD 1 TO RC-ORDERS-REPOINTED
           ELSE
              DISPLAY 'ACCTXFER: PENDORD write failed, '
                      'status=' PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       REPOINT-ONE-ORDER-EXIT.
           EXIT.

       RETRY-ORDER-WRITE SECTION.
           ADD 1 TO PENDORD-TIMESTAMP
           WRITE PENDORD-RECORD
           .
       RETRY-ORDER-WRITE-EXIT.
           EXIT.

      *****************************************************************
      * REPOINT-STANDING-PLANS - each active STNDORD plan moves to    *
      * the to account and is cancelled on the from account the way   *
      * CANCEL_PLAN leaves it. Where the to account already runs an   *
      * active plan in the company, its own plan stands.              *
      *****************************************************************
       REPOINT-STANDING-PLANS SECTION.
           OPEN I-O Standing-Orders.
           IF NOT STNDORD-NORMAL
              DISPLAY 'ACCTXFER: unable to open STNDORD, status='
                      STNDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO REPOINT-STANDING-PLANS-EXIT
           END-IF.

           MOVE 0 TO PN-ENTRY-COUNT.
           MOVE 'N' TO SCAN-DONE-SWITCH.
           MOVE XF-FROM-USERID TO STNDORD-USERID.
           MOVE LOW-VALUES TO STNDORD-COMPANY.
           START Standing-Orders KEY IS NOT LESS THAN
                                    STNDORD-KEY OF STNDORD-RECORD.
           IF STNDORD-NORMAL
              PERFORM GATHER-ONE-PLAN
                  UNTIL SCAN-DONE
           END-IF.
           PERFORM REPOINT-ONE-PLAN
               VARYING PN-IX FROM 1 BY 1
               UNTIL PN-IX > PN-ENTRY-COUNT.

           MOVE PN-ENTRY-COUNT TO RL-COUNT.
           MOVE ' STANDING PLAN(S) MOVED TO THE TO ACCOUNT'
               TO RL-TEXT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPOINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE Standing-Orders.
       REPOINT-STANDING-PLANS-EXIT.
           EXIT.

       GATHER-ONE-PLAN SECTION.
           READ Standing-Orders NEXT RECORD
           IF NOT STNDORD-NORMAL
              OR STNDORD-USERID NOT = XF-FROM-USERID
              MOVE 'Y' TO SCAN-DONE-SWITCH
              GO TO GATHER-ONE-PLAN-EXIT
           END-IF
           IF STNDORD-ACTIVE
              AND PN-ENTRY-COUNT < 100
              ADD 1 TO PN-ENTRY-COUNT
              SET PN-IX TO PN-ENTRY-COUNT
              MOVE STNDORD-COMPANY TO PN-COMPANY(PN-IX)
           END-IF
           .
       GATHER-ONE-PLAN-EXIT.
           EXIT.

       REPOINT-ONE-PLAN SECTION.
           MOVE XF-FROM-USERID TO STNDORD-USERID
           MOVE PN-COMPANY(PN-IX) TO STNDORD-COMPANY
           READ Standing-Orders KEY IS STNDORD-KEY OF STNDORD-RECORD
           IF NOT STNDORD-NORMAL
              GO TO REPOINT-ONE-PLAN-EXIT
           END-IF
           MOVE STNDORD-RECORD TO WS-SAVED-PLAN
           MOVE SPACE TO STNDORD-ACTIVE-SW
           REWRITE STNDORD-RECORD
           IF NOT STNDORD-NORMAL
              DISPLAY 'ACCTXFER: STNDORD rewrite failed, '
                      'status=' STNDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO REPOINT-ONE-PLAN-EXIT
           END-IF

           MOVE XF-TO-USERID TO STNDORD-USERID
           MOVE PN-COMPANY(PN-IX) TO STNDORD-COMPANY
           READ Standing-Orders KEY IS STNDORD-KEY OF STNDORD-RECORD
           IF STNDORD-NORMAL
              IF STNDORD-ACTIVE
                 GO TO REPOINT-ONE-PLAN-EXIT
              END-IF
              MOVE WS-SAVED-PLAN TO STNDORD-RECORD
              MOVE XF-TO-USERID TO STNDORD-USERID
              REWRITE STNDORD-RECORD
           ELSE
              MOVE WS-SAVED-PLAN TO STNDORD-RECORD
              MOVE XF-TO-USERID TO STNDORD-USERID
              WRITE STNDORD-RECORD
           END-IF
           IF STNDORD-NORMAL
              ADD 1 TO RC-PLANS-REPOINTED
           ELSE
              DISPLAY 'ACCTXFER: STNDORD write failed, '
                      'status=' STNDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       REPOINT-ONE-PLAN-EXIT.
           EXIT.
