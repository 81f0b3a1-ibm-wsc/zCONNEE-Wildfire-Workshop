       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. CASHRECN.
      * Nightly cash-ledger replay reconciliation, the cash partner of
      * TRDRECON: replays every CASHMOVE movement per userid from the
      * balance its oldest surviving movement was applied to (older
      * movements may have been archived by RETAIN) and checks that
      * each record's running CASHMOVE-BALANCE follows from the one
      * before it, that the replayed figure agrees with the live
      * CASHACCT-BALANCE, and that every BUY and SELL on TRDLEDGR
      * since the oldest surviving movement has its 'B' or 'S' cash
      * movement for the same userid on the same day. Breaks are
      * listed per account with the first movement where the chain
      * goes wrong. The night's verdict is appended to OPSTATS the
      * way TRDRECON's is, so a downstream job can refuse to run on a
      * night the cash did not tie, as BLOTTER does on positions:
      * ACCOUNTS BROKEN, TRADES NO CASH and NOT REPLAYED must all be
      * zero for a clean night.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cash-Movements ASSIGN TO CASHMOVE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Cash-Account ASSIGN TO CASHACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CASHACCT-KEY OF CASHACCT-RECORD
              FILE STATUS IS CASHACCT-FILE-STATUS.

           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-FILE-STATUS.

           SELECT Report-Output ASSIGN TO CASHRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Ops-Stats ASSIGN TO OPSTATS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OPSTATS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Ops-Stats.
       COPY OPSTATS SUPPRESS.

       WORKING-STORAGE SECTION.

       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 OPSTATS-STATUS                PIC X(2).
           88 OPSTATS-NORMAL           VALUE '00'.
       01 CASHMOVE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 CASHMOVE-EOF             VALUE 'Y'.
       01 CASHACCT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 CASHACCT-EOF             VALUE 'Y'.
       01 LEDGER-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 LEDGER-EOF               VALUE 'Y'.

      * Trade subtypes as written by TRADERBL.

       77  SUBTYPE-BUY     PIC  X(1)  VALUE '1'.
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.

       01 WS-SIGNED-AMOUNT              PIC S9(11)V99 COMP-3.
       01 WS-WORK-USERID                PIC X(60).
       01 WS-WANTED-TYPE                PIC X(01).
      * The day of the oldest movement still on CASHMOVE. RETAIN moves
      * older movements to CASHARCH, so trades before it have no cash
      * movement left here to match.
       01 WS-EARLIEST-MOVE-DATE         PIC X(08) VALUE HIGH-VALUES.

      * One entry per userid met on CASHMOVE: the balance the replay
      * expects next, the last balance CASHMOVE recorded, and the
      * first movement where the two parted company.
       01 ACCOUNT-TABLE.
          05 CA-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 CA-ENTRY OCCURS 2000 TIMES INDEXED BY CA-IX.
             10 CA-USERID               PIC X(60).
             10 CA-EXPECTED             PIC S9(11)V99 COMP-3.
             10 CA-LAST-RECORDED        PIC S9(11)V99 COMP-3.
             10 CA-LAST-STAMP           PIC 9(14).
             10 CA-MOVES                PIC 9(06) COMP.
             10 CA-BREAKS               PIC 9(06) COMP.
             10 CA-BREAK-STAMP          PIC 9(14).
             10 CA-BREAK-TYPE           PIC X(01).
             10 CA-BREAK-EXPECTED       PIC S9(11)V99 COMP-3.
             10 CA-BREAK-RECORDED       PIC S9(11)V99 COMP-3.
             10 CA-ACCOUNT-SW           PIC X(01).
                88 CA-ACCOUNT-SEEN         VALUE 'Y'.
             10 CA-BROKEN-SW            PIC X(01).
                88 CA-BROKEN               VALUE 'Y'.
       01 ACCOUNT-FOUND-SW              PIC X(01) VALUE 'N'.
           88 ACCOUNT-ON-TABLE         VALUE 'Y'.

      * The buy and sell cash movements, each matched off against at
      * most one ledger trade.
       01 MOVEMENT-TABLE.
          05 MV-ENTRY-COUNT             PIC 9(05) COMP VALUE 0.
          05 MV-ENTRY OCCURS 5000 TIMES INDEXED BY MV-IX.
             10 MV-USERID               PIC X(60).
             10 MV-DATE                 PIC X(08).
             10 MV-TYPE                 PIC X(01).
             10 MV-USED-SW              PIC X(01).
       01 MOVEMENT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 MOVEMENT-MATCHED         VALUE 'Y'.
       01 MOVEMENT-FULL-SW              PIC X(01) VALUE 'N'.
           88 MOVEMENT-TABLE-FULL      VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
          05 RC-MOVES-READ              PIC 9(08) COMP VALUE 0.
          05 RC-MOVES-SKIPPED           PIC 9(08) COMP VALUE 0.
          05 RC-ACCOUNTS-CHECKED        PIC 9(08) COMP VALUE 0.
          05 RC-ACCOUNTS-TIED           PIC 9(08) COMP VALUE 0.
          05 RC-ACCOUNTS-BROKEN         PIC 9(08) COMP VALUE 0.
          05 RC-CHAIN-BREAKS            PIC 9(08) COMP VALUE 0.
          05 RC-TRADES-CHECKED          PIC 9(08) COMP VALUE 0.
          05 RC-TRADES-NO-CASH          PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(42) VALUE
              'CASH-LEDGER REPLAY RECONCILIATION -       '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(40) VALUE
              'STATUS      USERID                    MO'.
           05 FILLER              PIC X(41) VALUE
              'VES  AT MOVEMENT     TYPE      EXPECTED  '.
           05 FILLER              PIC X(20) VALUE
              '         FOUND'.

       01 WS-BREAK-LINE.
           05 BL-STATUS           PIC X(12).
           05 BL-USERID           PIC X(24).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BL-MOVES            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-STAMP            PIC 9(14).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 BL-TYPE             PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-EXPECTED         PIC -(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 BL-FOUND            PIC -(10)9.99.

       01 WS-TRADE-BREAK-LINE.
           05 FILLER              PIC X(12) VALUE 'NO CASH MOVE'.
           05 TB-USERID           PIC X(24).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TB-STAMP            PIC 9(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TB-ACTION           PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TB-COMPANY          PIC X(20).

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           OPEN INPUT Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'CASHRECN: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT Cash-Account.
           IF NOT CASHACCT-NORMAL
              DISPLAY 'CASHRECN: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Movements
              GOBACK
           END-IF.
           OPEN INPUT Trade-Ledger.
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'CASHRECN: unable to open TRDLEDGR, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Account
              CLOSE Cash-Movements
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'CASHRECN: unable to open CASHRRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Cash-Account
              CLOSE Cash-Movements
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM REPLAY-ONE-MOVEMENT
               UNTIL CASHMOVE-EOF.
           CLOSE Cash-Movements.

           PERFORM CHECK-ONE-CASH-ACCOUNT
               UNTIL CASHACCT-EOF.
           CLOSE Cash-Account.

           PERFORM REPORT-ONE-ACCOUNT
               VARYING CA-IX FROM 1 BY 1
               UNTIL CA-IX > CA-ENTRY-COUNT.

           PERFORM CHECK-ONE-TRADE
               UNTIL LEDGER-EOF.
           CLOSE Trade-Ledger.

           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-OPS-STATS-RECORD.

           CLOSE Report-Output.

           IF (RC-ACCOUNTS-BROKEN > 0 OR RC-TRADES-NO-CASH > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * REPLAY-ONE-MOVEMENT - applies the movement to its userid's    *
      * replayed balance and checks the balance CASHMOVE recorded     *
      * with it. After a break the replay carries on from the         *
      * recorded balance, so one bad movement is one break, not every *
      * movement after it. Credits and debits by type as INTACCR      *
      * reads them.                                                   *
      *****************************************************************
       REPLAY-ONE-MOVEMENT SECTION.
           READ Cash-Movements
              AT END
                 MOVE 'Y' TO CASHMOVE-EOF-SWITCH
           END-READ
           IF CASHMOVE-EOF
              GO TO REPLAY-ONE-MOVEMENT-EXIT
           END-IF
           ADD 1 TO RC-MOVES-READ

           EVALUATE CASHMOVE-TYPE
              WHEN 'D'
              WHEN 'S'
              WHEN 'V'
              WHEN 'I'
              WHEN 'R'
              WHEN 'U'
                 MOVE CASHMOVE-AMOUNT TO WS-SIGNED-AMOUNT
              WHEN OTHER
                 COMPUTE WS-SIGNED-AMOUNT = CASHMOVE-AMOUNT * -1
           END-EVALUATE

           MOVE CASHMOVE-USERID TO WS-WORK-USERID
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF NOT ACCOUNT-ON-TABLE
              ADD 1 TO RC-MOVES-SKIPPED
              GO TO REPLAY-ONE-MOVEMENT-EXIT
           END-IF

      * The first surviving movement opens the chain at the balance
      * it was applied to; any history before it may have been aged
      * off to CASHARCH by RETAIN.
           IF CA-MOVES(CA-IX) = 0
              COMPUTE CA-EXPECTED(CA-IX) =
                      CASHMOVE-BALANCE - WS-SIGNED-AMOUNT
           END-IF
           IF CASHMOVE-TIMESTAMP(1:8) < WS-EARLIEST-MOVE-DATE
              MOVE CASHMOVE-TIMESTAMP(1:8) TO WS-EARLIEST-MOVE-DATE
           END-IF

           ADD 1 TO CA-MOVES(CA-IX)
           ADD WS-SIGNED-AMOUNT TO CA-EXPECTED(CA-IX)
           IF CASHMOVE-BALANCE NOT = CA-EXPECTED(CA-IX)
              ADD 1 TO RC-CHAIN-BREAKS
              ADD 1 TO CA-BREAKS(CA-IX)
              IF CA-BREAKS(CA-IX) = 1
                 MOVE CASHMOVE-TIMESTAMP TO CA-BREAK-STAMP(CA-IX)
                 MOVE CASHMOVE-TYPE TO CA-BREAK-TYPE(CA-IX)
                 MOVE CA-EXPECTED(CA-IX) TO
                      CA-BREAK-EXPECTED(CA-IX)
                 MOVE CASHMOVE-BALANCE TO CA-BREAK-RECORDED(CA-IX)
              END-IF
              MOVE CASHMOVE-BALANCE TO CA-EXPECTED(CA-IX)
           END-IF
           MOVE CASHMOVE-BALANCE TO CA-LAST-RECORDED(CA-IX)
           MOVE CASHMOVE-TIMESTAMP TO CA-LAST-STAMP(CA-IX)

           IF CASHMOVE-TYPE = 'B' OR CASHMOVE-TYPE = 'S'
              PERFORM KEEP-TRADE-MOVEMENT
           END-IF
           .
       REPLAY-ONE-MOVEMENT-EXIT.
           EXIT.

       KEEP-TRADE-MOVEMENT SECTION.
           IF MV-ENTRY-COUNT = 5000
              IF NOT MOVEMENT-TABLE-FULL
                 DISPLAY 'CASHRECN: movement table is full, raise '
                         'the table size and rerun'
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO MOVEMENT-FULL-SW
              END-IF
              ADD 1 TO RC-MOVES-SKIPPED
              GO TO KEEP-TRADE-MOVEMENT-EXIT
           END-IF
           ADD 1 TO MV-ENTRY-COUNT
           SET MV-IX TO MV-ENTRY-COUNT
           MOVE CASHMOVE-USERID TO MV-USERID(MV-IX)
           MOVE CASHMOVE-TIMESTAMP(1:8) TO MV-DATE(MV-IX)
           MOVE CASHMOVE-TYPE TO MV-TYPE(MV-IX)
           MOVE 'N' TO MV-USED-SW(MV-IX)
           .
       KEEP-TRADE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE-ACCOUNT-ENTRY - finds the userid's entry, adding it    *
      * when first met. REPLAY-ONE-MOVEMENT seeds the opening balance *
      * from the first movement; an account with none stays at zero.  *
      *****************************************************************
       LOCATE-ACCOUNT-ENTRY SECTION.
           MOVE 'N' TO ACCOUNT-FOUND-SW
           IF CA-ENTRY-COUNT > 0
              SET CA-IX TO 1
              SEARCH CA-ENTRY
                 WHEN CA-IX > CA-ENTRY-COUNT
                    CONTINUE
                 WHEN CA-USERID(CA-IX) = WS-WORK-USERID
                    MOVE 'Y' TO ACCOUNT-FOUND-SW
              END-SEARCH
           END-IF
           IF ACCOUNT-ON-TABLE
              GO TO LOCATE-ACCOUNT-ENTRY-EXIT
           END-IF
           IF CA-ENTRY-COUNT = 2000
              IF RETURN-CODE < 16
                 DISPLAY 'CASHRECN: account table is full, raise '
                         'the table size and rerun'
                 MOVE 16 TO RETURN-CODE
              END-IF
              GO TO LOCATE-ACCOUNT-ENTRY-EXIT
           END-IF
           ADD 1 TO CA-ENTRY-COUNT
           SET CA-IX TO CA-ENTRY-COUNT
           MOVE WS-WORK-USERID TO CA-USERID(CA-IX)
           MOVE 0 TO CA-EXPECTED(CA-IX)
           MOVE 0 TO CA-LAST-RECORDED(CA-IX)
           MOVE 0 TO CA-LAST-STAMP(CA-IX)
           MOVE 0 TO CA-MOVES(CA-IX)
           MOVE 0 TO CA-BREAKS(CA-IX)
           MOVE 0 TO CA-BREAK-STAMP(CA-IX)
           MOVE SPACE TO CA-BREAK-TYPE(CA-IX)
           MOVE 0 TO CA-BREAK-EXPECTED(CA-IX)
           MOVE 0 TO CA-BREAK-RECORDED(CA-IX)
           MOVE 'N' TO CA-ACCOUNT-SW(CA-IX)
           MOVE 'N' TO CA-BROKEN-SW(CA-IX)
           MOVE 'Y' TO ACCOUNT-FOUND-SW
           .
       LOCATE-ACCOUNT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ONE-CASH-ACCOUNT - the live balance against the replay. *
      * An account no movement ever touched must stand at zero.       *
      *****************************************************************
       CHECK-ONE-CASH-ACCOUNT SECTION.
           READ Cash-Account NEXT RECORD
           IF NOT CASHACCT-NORMAL
              MOVE 'Y' TO CASHACCT-EOF-SWITCH
              GO TO CHECK-ONE-CASH-ACCOUNT-EXIT
           END-IF
           ADD 1 TO RC-ACCOUNTS-CHECKED

           MOVE CASHACCT-USERID TO WS-WORK-USERID
           PERFORM LOCATE-ACCOUNT-ENTRY
           IF NOT ACCOUNT-ON-TABLE
              GO TO CHECK-ONE-CASH-ACCOUNT-EXIT
           END-IF
           MOVE 'Y' TO CA-ACCOUNT-SW(CA-IX)
           IF CASHACCT-BALANCE NOT = CA-EXPECTED(CA-IX)
              MOVE 'Y' TO CA-BROKEN-SW(CA-IX)
              MOVE 'BALANCE DIFF' TO BL-STATUS
              MOVE CA-USERID(CA-IX) TO BL-USERID
              MOVE CA-MOVES(CA-IX) TO BL-MOVES
              MOVE CA-LAST-STAMP(CA-IX) TO BL-STAMP
              MOVE SPACE TO BL-TYPE
              MOVE CA-EXPECTED(CA-IX) TO BL-EXPECTED
              MOVE CASHACCT-BALANCE TO BL-FOUND
              PERFORM WRITE-BREAK-LINE
           END-IF
           .
       CHECK-ONE-CASH-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * REPORT-ONE-ACCOUNT - the first chain break on each account,   *
      * and any replayed balance left with no CASHACCT record to      *
      * hold it.                                                      *
      *****************************************************************
       REPORT-ONE-ACCOUNT SECTION.
           IF CA-BREAKS(CA-IX) > 0
              MOVE 'Y' TO CA-BROKEN-SW(CA-IX)
              MOVE 'CHAIN BREAK ' TO BL-STATUS
              MOVE CA-USERID(CA-IX) TO BL-USERID
              MOVE CA-MOVES(CA-IX) TO BL-MOVES
              MOVE CA-BREAK-STAMP(CA-IX) TO BL-STAMP
              MOVE CA-BREAK-TYPE(CA-IX) TO BL-TYPE
              MOVE CA-BREAK-EXPECTED(CA-IX) TO BL-EXPECTED
              MOVE CA-BREAK-RECORDED(CA-IX) TO BL-FOUND
              PERFORM WRITE-BREAK-LINE
           END-IF
           IF NOT CA-ACCOUNT-SEEN(CA-IX)
              AND CA-EXPECTED(CA-IX) NOT = 0
              MOVE 'Y' TO CA-BROKEN-SW(CA-IX)
              MOVE 'NO CASHACCT ' TO BL-STATUS
              MOVE CA-USERID(CA-IX) TO BL-USERID
              MOVE CA-MOVES(CA-IX) TO BL-MOVES
              MOVE CA-LAST-STAMP(CA-IX) TO BL-STAMP
              MOVE SPACE TO BL-TYPE
              MOVE CA-EXPECTED(CA-IX) TO BL-EXPECTED
              MOVE 0 TO BL-FOUND
              PERFORM WRITE-BREAK-LINE
           END-IF
           IF CA-BROKEN(CA-IX)
              ADD 1 TO RC-ACCOUNTS-BROKEN
           ELSE
              ADD 1 TO RC-ACCOUNTS-TIED
           END-IF
           .
       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ONE-TRADE - every ledger BUY needs a 'B' debit and      *
      * every SELL an 'S' credit for the userid on the trade's day,   *
      * each movement answering for one trade only. Other 'S'         *
      * credits (MERGCONV cash) and the ledger's non-trade actions    *
      * are not part of the check, nor are trades older than the      *
      * oldest movement CASHMOVE still holds.                         *
      *****************************************************************
       CHECK-ONE-TRADE SECTION.
           READ Trade-Ledger
              AT END
                 MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ
           IF LEDGER-EOF
              GO TO CHECK-ONE-TRADE-EXIT
           END-IF
           EVALUATE TRDLEDGR-ACTION
              WHEN SUBTYPE-BUY
                 MOVE 'B' TO WS-WANTED-TYPE
              WHEN SUBTYPE-SELL
                 MOVE 'S' TO WS-WANTED-TYPE
              WHEN OTHER
                 GO TO CHECK-ONE-TRADE-EXIT
           END-EVALUATE
           IF TRDLEDGR-TIMESTAMP(1:8) < WS-EARLIEST-MOVE-DATE
              GO TO CHECK-ONE-TRADE-EXIT
           END-IF
           ADD 1 TO RC-TRADES-CHECKED

           MOVE 'N' TO MOVEMENT-FOUND-SW
           IF MV-ENTRY-COUNT > 0
              SET MV-IX TO 1
              SEARCH MV-ENTRY
                 WHEN MV-IX > MV-ENTRY-COUNT
                    CONTINUE
                 WHEN MV-USED-SW(MV-IX) = 'N'
                      AND MV-TYPE(MV-IX) = WS-WANTED-TYPE
                      AND MV-USERID(MV-IX) = TRDLEDGR-USERID
                      AND MV-DATE(MV-IX) = TRDLEDGR-TIMESTAMP(1:8)
                    MOVE 'Y' TO MOVEMENT-FOUND-SW
                    MOVE 'Y' TO MV-USED-SW(MV-IX)
              END-SEARCH
           END-IF
           IF MOVEMENT-MATCHED OR MOVEMENT-TABLE-FULL
              GO TO CHECK-ONE-TRADE-EXIT
           END-IF

           ADD 1 TO RC-TRADES-NO-CASH
           MOVE TRDLEDGR-USERID TO TB-USERID
           MOVE TRDLEDGR-TIMESTAMP TO TB-STAMP
           IF TRDLEDGR-ACTION = SUBTYPE-BUY
              MOVE 'BUY ' TO TB-ACTION
           ELSE
              MOVE 'SELL' TO TB-ACTION
           END-IF
           MOVE TRDLEDGR-COMPANY TO TB-COMPANY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TRADE-BREAK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       CHECK-ONE-TRADE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-BREAK-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BREAK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-BREAK-LINE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *****************************************************************
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MOVEMENTS REPLAYED:           ' TO CT-LABEL.
           MOVE RC-MOVES-READ TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHAIN BREAKS:                 ' TO CT-LABEL.
           MOVE RC-CHAIN-BREAKS TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CASHACCT RECORDS CHECKED:     ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-CHECKED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS TIED:                ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-TIED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS BROKEN:              ' TO CT-LABEL.
           MOVE RC-ACCOUNTS-BROKEN TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TRADES CHECKED:               ' TO CT-LABEL.
           MOVE RC-TRADES-CHECKED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TRADES WITHOUT CASH MOVEMENT: ' TO CT-LABEL.
           MOVE RC-TRADES-NO-CASH TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-MOVES-SKIPPED > 0
              MOVE 'NOT REPLAYED (TABLE FULL):    ' TO CT-LABEL
              MOVE RC-MOVES-SKIPPED TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' CASHRECN End-of-job reconciliation'
           DISPLAY '   Movements replayed   : ' RC-MOVES-READ
           DISPLAY '   Chain breaks         : ' RC-CHAIN-BREAKS
           DISPLAY '   Accounts checked     : '
                   RC-ACCOUNTS-CHECKED
           DISPLAY '   Accounts tied out    : ' RC-ACCOUNTS-TIED
           DISPLAY '   Accounts broken      : ' RC-ACCOUNTS-BROKEN
           DISPLAY '   Trades checked       : ' RC-TRADES-CHECKED
           DISPLAY '   Trades with no cash  : ' RC-TRADES-NO-CASH
           DISPLAY '   Not replayed         : ' RC-MOVES-SKIPPED
           DISPLAY '======================================'
           .
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
      *****************************************************************
      * WRITE-OPS-STATS-RECORD - the night's cash verdict on the      *
      * shared OPSTATS file, beside TRDRECON's, for MORNRPT and for   *
      * any job that must not run on a night the cash did not tie.    *
      *****************************************************************
       WRITE-OPS-STATS-RECORD SECTION.
           OPEN EXTEND Ops-Stats
           IF NOT OPSTATS-NORMAL
              DISPLAY 'WARNING: OPSTATS unavailable, status='
                      OPSTATS-STATUS
           ELSE
              MOVE SPACES TO OPSTATS-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO
                   OPSTATS-TIMESTAMP
              MOVE 'CASHRECN' TO OPSTATS-PROGRAM
              MOVE 'MOVES REPLAYED  ' TO OPSTATS-LABEL(1)
              MOVE RC-MOVES-READ TO OPSTATS-COUNT(1)
              MOVE 'ACCOUNTS CHECKD ' TO OPSTATS-LABEL(2)
              MOVE RC-ACCOUNTS-CHECKED TO OPSTATS-COUNT(2)
              MOVE 'ACCOUNTS TIED   ' TO OPSTATS-LABEL(3)
              MOVE RC-ACCOUNTS-TIED TO OPSTATS-COUNT(3)
              MOVE 'ACCOUNTS BROKEN ' TO OPSTATS-LABEL(4)
              MOVE RC-ACCOUNTS-BROKEN TO OPSTATS-COUNT(4)
              MOVE 'CHAIN BREAKS    ' TO OPSTATS-LABEL(5)
              MOVE RC-CHAIN-BREAKS TO OPSTATS-COUNT(5)
              MOVE 'TRADES CHECKED  ' TO OPSTATS-LABEL(6)
              MOVE RC-TRADES-CHECKED TO OPSTATS-COUNT(6)
              MOVE 'TRADES NO CASH  ' TO OPSTATS-LABEL(7)
              MOVE RC-TRADES-NO-CASH TO OPSTATS-COUNT(7)
              MOVE 'NOT REPLAYED    ' TO OPSTATS-LABEL(8)
              MOVE RC-MOVES-SKIPPED TO OPSTATS-COUNT(8)
              MOVE ZERO TO OPSTATS-COUNT(9) OPSTATS-COUNT(10)
              WRITE OPSTATS-RECORD
              IF NOT OPSTATS-NORMAL
                 DISPLAY 'WARNING: OPSTATS write failed, status='
                         OPSTATS-STATUS
              END-IF
              CLOSE Ops-Stats
           END-IF
           .
       WRITE-OPS-STATS-RECORD-EXIT.
           EXIT.
