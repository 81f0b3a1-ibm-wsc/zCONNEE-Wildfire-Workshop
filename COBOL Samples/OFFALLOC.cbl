       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. OFFALLOC.
      * New-issue allocation batch, run daily after the close of
      * business: every OFFER still open whose close date has passed
      * is allocated. The shares applied for on OFFRSUB are totalled;
      * when they come to no more than the shares offered every
      * application is met in full, otherwise each one is scaled back
      * pro rata (whole shares, rounded down, so the odd shares left
      * over stay with the company). Each allotment joins the
      * customer's CUSTSEG position and gets a BUY on TRDLEDGR at the
      * offer price, through the same arithmetic PLANRUN's buys use.
      * The money reserved at subscription is released back to
      * CASHACCT as a 'U' movement and the allotted shares' cost is
      * then taken as the 'B' movement behind the ledger BUY, so the
      * customer is refunded whatever was not allotted. OFFRPT shows
      * each offer's demand and scale-back and every customer's
      * result. Runs as a BMP against the customer PCB TRADERBL uses.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Offers ASSIGN TO OFFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFFER-KEY OF OFFER-RECORD
              FILE STATUS IS OFFER-FILE-STATUS.

           SELECT Offer-Subscriptions ASSIGN TO OFFRSUB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFFRSUB-KEY OF OFFRSUB-RECORD
              FILE STATUS IS OFFRSUB-FILE-STATUS.

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

           SELECT Report-Output ASSIGN TO OFFRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Offers.
       COPY OFFER SUPPRESS.

       FD  Offer-Subscriptions.
       COPY OFFRSUB SUPPRESS.

       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Cash-Account.
       COPY CASHACCT SUPPRESS.

       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 OFFER-FILE-STATUS             PIC X(2).
           88 OFFER-NORMAL             VALUE '00'.
       01 OFFRSUB-FILE-STATUS           PIC X(2).
           88 OFFRSUB-NORMAL           VALUE '00'.
       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 OFFER-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88 OFFER-EOF                VALUE 'Y'.
       01 OFFRSUB-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 OFFRSUB-EOF              VALUE 'Y'.

      * DL/I FUNCTION CODES

       77  GET-HOLD-UNIQUE PIC  X(4)  VALUE 'GHU '.
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
       77  REPL            PIC  X(4)  VALUE 'REPL'.

      * DL/I CALL STATUS CODE

       77  NORMAL          PIC  X(2)  VALUE '  '.
       77  NOTFND          PIC  X(2)  VALUE 'GE'.

       77  SUBTYPE-BUY     PIC  X(1)  VALUE '1'.

       01 TIMESTAMP                     PIC 9(14).
       01 WS-RUN-DATE                   PIC 9(08).

      * The offer being allocated.
       01 WS-OFFER-FIELDS.
          03 WS-DEMAND                  PIC 9(11) VALUE 0.
          03 WS-SUBSCRIBERS             PIC 9(06) VALUE 0.
          03 WS-OVERSUBSCRIBED-SW       PIC X(01) VALUE 'N'.
             88 OFFER-OVERSUBSCRIBED   VALUE 'Y'.
          03 WS-SCALE-PCT               PIC 9(03)V99 VALUE 0.
          03 WS-OFFER-ALLOTTED          PIC 9(11) VALUE 0.
          03 WS-OFFER-REFUNDED          PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-OFFER-PRICE-EDIT        PIC 99999.99.

      * The allotment being applied to one subscription.
       01 WS-ALLOT-FIELDS.
          03 WS-ALLOTTED                PIC 9(04) VALUE 0.
          03 WS-SHARES-WORK             PIC 9(05).
          03 WS-ALLOT-COST              PIC 9(09)V99 VALUE 0.
          03 WS-ALLOT-REFUND            PIC 9(09)V99 VALUE 0.
          03 WS-ALLOT-NOTE              PIC X(30) VALUE SPACES.
          03 WS-EXEC-OK-SW              PIC X(01) VALUE 'N'.
             88 EXECUTION-APPLIED      VALUE 'Y'.

      * Cash handling, mirroring PLANRUN's settlement.
       01 CASH-WORK-FIELDS.
          03 CASH-ACCT-FOUND-SW         PIC X(01) VALUE 'N'.
             88 CASH-ACCT-ON-FILE      VALUE 'Y'.
          03 CASH-AMOUNT                PIC 9(11)V99 COMP-3 VALUE 0.
          03 CASH-MOVE-TYPE             PIC X(01) VALUE SPACE.

      * SEGMENT SEARCH ARGUMENTS, same shapes TRADERBL builds

       01 SSA-CUSTOMER.
          03 SEGMENT-NAME       PIC X(8) VALUE 'CUSTSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(KEYREC  EQ'.
          03 SSA-CUSTOMER-KEY   PIC X(60).
          03 FILLER             PIC X(1) VALUE '.'.
          03 SSA-CUSTOMER-COMP  PIC X(20).
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
          05 RC-OFFERS-READ             PIC 9(06) COMP VALUE 0.
          05 RC-OFFERS-ALLOCATED        PIC 9(06) COMP VALUE 0.
          05 RC-OFFERS-SCALED           PIC 9(06) COMP VALUE 0.
          05 RC-SUBS-ALLOCATED          PIC 9(06) COMP VALUE 0.
          05 RC-SUBS-NIL                PIC 9(06) COMP VALUE 0.
          05 RC-SUBS-FAILED             PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(30) VALUE
              'NEW-ISSUE OFFER ALLOCATION -  '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-OFFER-LINE.
           05 FILLER              PIC X(07) VALUE 'OFFER: '.
           05 OL-COMPANY          PIC X(20).
           05 FILLER              PIC X(09) VALUE '  PRICE: '.
           05 OL-PRICE            PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '  OFFERED:'.
           05 OL-OFFERED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE '  APPLIED FOR:'.
           05 OL-DEMAND           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE '  SUBSCRIBERS:'.
           05 OL-SUBSCRIBERS      PIC ZZZ,ZZ9.

       01 WS-SCALE-LINE.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 SL-TEXT             PIC X(60).

       01 WS-SCALE-TEXT.
           05 FILLER              PIC X(35) VALUE
              'OVERSUBSCRIBED - SCALED BACK TO    '.
           05 ST-PCT              PIC ZZ9.99.
           05 FILLER              PIC X(19) VALUE
              ' PCT OF APPLIED FOR'.

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 FILLER              PIC X(31) VALUE 'USERID'.
           05 FILLER              PIC X(09) VALUE ' APPLIED'.
           05 FILLER              PIC X(09) VALUE ' ALLOTTED'.
           05 FILLER              PIC X(15) VALUE '       RESERVED'.
           05 FILLER              PIC X(15) VALUE '           COST'.
           05 FILLER              PIC X(15) VALUE '       REFUNDED'.

       01 WS-SUB-LINE.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 SB-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SB-APPLIED          PIC Z,ZZZ,ZZ9.
           05 SB-ALLOTTED         PIC Z,ZZZ,ZZ9.
           05 SB-RESERVED         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SB-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SB-REFUND           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SB-NOTE             PIC X(30).

       01 WS-OFFER-TOTAL-LINE.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'ALLOTTED: '.
           05 OT-ALLOTTED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE '  NOT ALLOTTED'.
           05 FILLER              PIC X(02) VALUE ': '.
           05 OT-LEFT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(12) VALUE '  REFUNDED: '.
           05 OT-REFUNDED         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(24).
           05 CN-COUNT            PIC ZZZ,ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN I-O Offers.
           IF NOT OFFER-NORMAL
              DISPLAY 'OFFALLOC: unable to open OFFER, status='
                      OFFER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Offer-Subscriptions.
           IF NOT OFFRSUB-NORMAL
              DISPLAY 'OFFALLOC: unable to open OFFRSUB, status='
                      OFFRSUB-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Offers
              GOBACK
           END-IF.
           OPEN I-O Trade-Ledger.
           OPEN I-O Cash-Account.
           OPEN EXTEND Cash-Movements.
           OPEN OUTPUT Report-Output.
           IF NOT TRDLEDGR-NORMAL OR NOT CASHACCT-NORMAL
              OR NOT CASHMOVE-NORMAL OR NOT REPORT-NORMAL
              DISPLAY 'OFFALLOC: output open failed, TRDLEDGR='
                      TRDLEDGR-FILE-STATUS ' CASHACCT='
                      CASHACCT-FILE-STATUS ' CASHMOVE='
                      CASHMOVE-FILE-STATUS ' OFFRPT='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM READ-NEXT-OFFER.
           PERFORM ALLOCATE-ONE-OFFER
               UNTIL OFFER-EOF.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Trade-Ledger.
           CLOSE Offer-Subscriptions.
           CLOSE Offers.

           DISPLAY '======================================'
           DISPLAY ' OFFALLOC End-of-job reconciliation'
           DISPLAY '   Offers read          : ' RC-OFFERS-READ
           DISPLAY '   Offers allocated     : ' RC-OFFERS-ALLOCATED
           DISPLAY '   Offers scaled back   : ' RC-OFFERS-SCALED
           DISPLAY '   Customers allotted   : ' RC-SUBS-ALLOCATED
           DISPLAY '   Customers nil allot  : ' RC-SUBS-NIL
           DISPLAY '   Allotments failed    : ' RC-SUBS-FAILED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
       READ-NEXT-OFFER SECTION.
           READ Offers NEXT RECORD
           IF NOT OFFER-NORMAL
              MOVE 'Y' TO OFFER-EOF-SWITCH
           ELSE
              ADD 1 TO RC-OFFERS-READ
           END-IF
           .
       READ-NEXT-OFFER-EXIT.
           EXIT.

      *****************************************************************
      * ALLOCATE-ONE-OFFER - an open offer whose close date is before *
      * today: total the demand, settle the scale-back, allot each    *
      * subscription, and mark the offer allocated so the company     *
      * can be bought.                                                *
      *****************************************************************
       ALLOCATE-ONE-OFFER SECTION.
           IF NOT OFFER-OPEN
              OR OFFER-CLOSE-DATE IS NOT LESS THAN WS-RUN-DATE
              GO TO ALLOCATE-ONE-OFFER-NEXT
           END-IF

           MOVE 0 TO WS-DEMAND
           MOVE 0 TO WS-SUBSCRIBERS
           PERFORM START-OFFER-SUBSCRIPTIONS
           PERFORM ADD-ONE-APPLICATION
               UNTIL OFFRSUB-EOF

           IF WS-DEMAND IS GREATER THAN OFFER-SHARES
              MOVE 'Y' TO WS-OVERSUBSCRIBED-SW
              COMPUTE WS-SCALE-PCT =
                  OFFER-SHARES * 100 / WS-DEMAND
              ADD 1 TO RC-OFFERS-SCALED
           ELSE
              MOVE 'N' TO WS-OVERSUBSCRIBED-SW
              MOVE 100 TO WS-SCALE-PCT
           END-IF
           PERFORM WRITE-OFFER-HEADING

           MOVE 0 TO WS-OFFER-ALLOTTED
           MOVE 0 TO WS-OFFER-REFUNDED
           MOVE OFFER-PRICE TO WS-OFFER-PRICE-EDIT
           PERFORM START-OFFER-SUBSCRIPTIONS
           PERFORM ALLOT-ONE-SUBSCRIPTION
               UNTIL OFFRSUB-EOF

           MOVE 'A' TO OFFER-STATUS
           MOVE WS-DEMAND TO OFFER-DEMAND
           MOVE WS-OFFER-ALLOTTED TO OFFER-ALLOTTED
           MOVE WS-SCALE-PCT TO OFFER-SCALE-PCT
           MOVE WS-RUN-DATE TO OFFER-ALLOCATED-DATE
           REWRITE OFFER-RECORD
           IF NOT OFFER-NORMAL
              DISPLAY 'OFFALLOC: OFFER rewrite failed, status='
                      OFFER-FILE-STATUS ' for ' OFFER-COMPANY
              MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO RC-OFFERS-ALLOCATED

           MOVE WS-OFFER-ALLOTTED TO OT-ALLOTTED
           COMPUTE OT-LEFT = OFFER-SHARES - WS-OFFER-ALLOTTED
           MOVE WS-OFFER-REFUNDED TO OT-REFUNDED
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OFFER-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .
       ALLOCATE-ONE-OFFER-NEXT.
           PERFORM READ-NEXT-OFFER
           .
       ALLOCATE-ONE-OFFER-EXIT.
           EXIT.

      *****************************************************************
      * START-OFFER-SUBSCRIPTIONS - positions OFFRSUB on the first    *
      * subscription to the offer's company and reads it.             *
      *****************************************************************
       START-OFFER-SUBSCRIPTIONS SECTION.
           MOVE 'N' TO OFFRSUB-EOF-SWITCH
           MOVE OFFER-COMPANY TO OFFRSUB-COMPANY
           MOVE LOW-VALUES TO OFFRSUB-USERID
           START Offer-Subscriptions KEY IS NOT LESS THAN
                                        OFFRSUB-KEY OF OFFRSUB-RECORD
           IF NOT OFFRSUB-NORMAL
              MOVE 'Y' TO OFFRSUB-EOF-SWITCH
              GO TO START-OFFER-SUBSCRIPTIONS-EXIT
           END-IF
           PERFORM READ-NEXT-SUBSCRIPTION
           .
       START-OFFER-SUBSCRIPTIONS-EXIT.
           EXIT.

       READ-NEXT-SUBSCRIPTION SECTION.
           READ Offer-Subscriptions NEXT RECORD
           IF NOT OFFRSUB-NORMAL
              OR OFFRSUB-COMPANY NOT = OFFER-COMPANY
              MOVE 'Y' TO OFFRSUB-EOF-SWITCH
           END-IF
           .
       READ-NEXT-SUBSCRIPTION-EXIT.
           EXIT.

      *****************************************************************
      * ADD-ONE-APPLICATION - every application to the offer counts   *
      * toward demand, including any a failed earlier run already     *
      * allotted, so a rerun scales the rest back as the first run    *
      * would have.                                                   *
      *****************************************************************
       ADD-ONE-APPLICATION SECTION.
           IF OFFRSUB-PENDING OR OFFRSUB-ALLOCATED
              ADD OFFRSUB-SHARES TO WS-DEMAND
              ADD 1 TO WS-SUBSCRIBERS
           END-IF
           PERFORM READ-NEXT-SUBSCRIPTION
           .
       ADD-ONE-APPLICATION-EXIT.
           EXIT.

      *****************************************************************
      * ALLOT-ONE-SUBSCRIPTION - the whole shares the application is  *
      * due (scaled back in proportion to the shares offered over the *
      * shares applied for when oversubscribed), applied to the       *
      * position, booked on the ledger and settled in cash; the       *
      * subscription is marked allocated with what it got.            *
      *****************************************************************
       ALLOT-ONE-SUBSCRIPTION SECTION.
      * One a failed earlier run already allotted keeps its allotment
      * and only counts in the offer's totals.
           IF OFFRSUB-ALLOCATED
              ADD OFFRSUB-ALLOTTED TO WS-OFFER-ALLOTTED
              ADD OFFRSUB-REFUND TO WS-OFFER-REFUNDED
              GO TO ALLOT-ONE-SUBSCRIPTION-NEXT
           END-IF
           IF NOT OFFRSUB-PENDING
              GO TO ALLOT-ONE-SUBSCRIPTION-NEXT
           END-IF

           MOVE SPACES TO WS-ALLOT-NOTE
           IF OFFER-OVERSUBSCRIBED
              COMPUTE WS-ALLOTTED =
                  OFFRSUB-SHARES * OFFER-SHARES / WS-DEMAND
           ELSE
              MOVE OFFRSUB-SHARES TO WS-ALLOTTED
           END-IF

           IF WS-ALLOTTED IS GREATER THAN 0
              PERFORM APPLY-ALLOTMENT-POSITION
              IF NOT EXECUTION-APPLIED
                 ADD 1 TO RC-SUBS-FAILED
                 MOVE 0 TO WS-ALLOTTED
                 MOVE 'POSITION UPDATE FAILED' TO WS-ALLOT-NOTE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-ALLOT-COST = WS-ALLOTTED * OFFER-PRICE
           COMPUTE WS-ALLOT-REFUND =
               OFFRSUB-RESERVED - WS-ALLOT-COST

           IF WS-ALLOTTED IS GREATER THAN 0
              PERFORM WRITE-ALLOTMENT-LEDGER-RECORD
              ADD 1 TO RC-SUBS-ALLOCATED
           ELSE
              IF WS-ALLOT-NOTE = SPACES
                 MOVE 'NIL ALLOTMENT - SCALED BACK' TO
                      WS-ALLOT-NOTE
              END-IF
              ADD 1 TO RC-SUBS-NIL
           END-IF
           PERFORM SETTLE-ALLOTMENT-CASH

           MOVE 'A' TO OFFRSUB-STATUS
           MOVE WS-ALLOTTED TO OFFRSUB-ALLOTTED
           MOVE WS-ALLOT-COST TO OFFRSUB-COST
           MOVE WS-ALLOT-REFUND TO OFFRSUB-REFUND
           REWRITE OFFRSUB-RECORD
           IF NOT OFFRSUB-NORMAL
              DISPLAY 'OFFALLOC: OFFRSUB rewrite failed, status='
                      OFFRSUB-FILE-STATUS ' for '
                      OFFRSUB-USERID(1:20)
              MOVE 16 TO RETURN-CODE
           END-IF

           ADD WS-ALLOTTED TO WS-OFFER-ALLOTTED
           ADD WS-ALLOT-REFUND TO WS-OFFER-REFUNDED

           MOVE OFFRSUB-USERID TO SB-USERID
           MOVE OFFRSUB-SHARES TO SB-APPLIED
           MOVE WS-ALLOTTED TO SB-ALLOTTED
           MOVE OFFRSUB-RESERVED TO SB-RESERVED
           MOVE WS-ALLOT-COST TO SB-COST
           MOVE WS-ALLOT-REFUND TO SB-REFUND
           MOVE WS-ALLOT-NOTE TO SB-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUB-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       ALLOT-ONE-SUBSCRIPTION-NEXT.
           PERFORM READ-NEXT-SUBSCRIPTION
           .
       ALLOT-ONE-SUBSCRIPTION-EXIT.
           EXIT.

      *****************************************************************
      * APPLY-ALLOTMENT-POSITION - the allotment joins the customer's *
      * CUSTSEG position as PLANRUN's buys do, creating the segment   *
      * on a first holding. A relisted company's earlier holding can  *
      * leave too little room under the 9999 maximum; the allotment   *
      * is then cut to what fits and the rest refunded.               *
      *****************************************************************
       APPLY-ALLOTMENT-POSITION SECTION.
           MOVE 'N' TO WS-EXEC-OK-SW
           MOVE OFFRSUB-USERID TO SSA-CUSTOMER-KEY
           MOVE OFFRSUB-COMPANY TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           EVALUATE TRUE
              WHEN DB-CUST-STATUS = NORMAL
                 COMPUTE WS-SHARES-WORK =
                     DEC-NO-SHARES + WS-ALLOTTED
                 IF WS-SHARES-WORK > 9999
                    COMPUTE WS-ALLOTTED = 9999 - DEC-NO-SHARES
                    MOVE 'CUT TO MAXIMUM HOLDING' TO WS-ALLOT-NOTE
                    MOVE 9999 TO WS-SHARES-WORK
                 END-IF
                 IF WS-ALLOTTED IS GREATER THAN 0
                    MOVE WS-SHARES-WORK TO DEC-NO-SHARES
                    CALL 'CBLTDLI' USING REPL, DBPCB-CUST,
                        CUSTOMER-IO-BUFFER
                    IF DB-CUST-STATUS = NORMAL
                       MOVE 'Y' TO WS-EXEC-OK-SW
                    END-IF
                 END-IF
              WHEN DB-CUST-STATUS = NOTFND
                 MOVE OFFRSUB-USERID TO CUSTOMER
                 MOVE '.' TO KEYREC-DOT
                 MOVE OFFRSUB-COMPANY TO
                      COMPANY OF CUSTOMER-IO-BUFFER
                 MOVE WS-ALLOTTED TO DEC-NO-SHARES
                 MOVE '00000.00' TO BUY-FROM BUY-TO
                                    SELL-FROM SELL-TO
                 MOVE '0000' TO BUY-FROM-NO BUY-TO-NO
                                SELL-FROM-NO SELL-TO-NO
                 MOVE '000' TO ALARM-PERCENT
                 CALL 'CBLTDLI' USING ISRT, DBPCB-CUST,
                     CUSTOMER-IO-BUFFER, SSA-CUSTOMER-ISRT
                 IF DB-CUST-STATUS = NORMAL
                    MOVE 'Y' TO WS-EXEC-OK-SW
                 END-IF
              WHEN OTHER
                 DISPLAY 'OFFALLOC: CUSTSEG status '
                         DB-CUST-STATUS ' for '
                         OFFRSUB-USERID(1:20)
           END-EVALUATE
           .
       APPLY-ALLOTMENT-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-ALLOTMENT-LEDGER-RECORD - the allotment is a BUY at the *
      * offer price, which is in base currency (TRADERBL refuses an   *
      * offer for a company quoted in any other); no commission is    *
      * charged on a new issue.                                       *
      *****************************************************************
       WRITE-ALLOTMENT-LEDGER-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE OFFRSUB-USERID TO TRDLEDGR-USERID
           MOVE TIMESTAMP TO TRDLEDGR-TIMESTAMP
           MOVE OFFRSUB-COMPANY TO TRDLEDGR-COMPANY
           MOVE SUBTYPE-BUY TO TRDLEDGR-ACTION
           MOVE WS-ALLOTTED TO TRDLEDGR-SHARES
           MOVE WS-OFFER-PRICE-EDIT TO TRDLEDGR-PRICE
           MOVE 0 TO TRDLEDGR-COMMISSION
           MOVE SPACES TO TRDLEDGR-CURRENCY
           MOVE 1 TO TRDLEDGR-FX-RATE
      * TRDSWEEP publishes allotments to the settlement queue
           MOVE 'N' TO TRDLEDGR-PUBLISHED
           MOVE SPACE TO TRDLEDGR-SETTLED
           MOVE SPACES TO TRDLEDGR-SETTLE-REASON
           WRITE TRDLEDGR-RECORD
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'OFFALLOC: TRDLEDGR write failed, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-ALLOTMENT-LEDGER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * SETTLE-ALLOTMENT-CASH - the reserved money comes back as a    *
      * 'U' movement and the allotted shares' cost goes out as the    *
      * 'B' behind the ledger BUY, leaving the customer refunded the  *
      * part not allotted.                                            *
      *****************************************************************
       SETTLE-ALLOTMENT-CASH SECTION.
           MOVE OFFRSUB-USERID TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF
                                    CASHACCT-RECORD
           IF CASHACCT-NORMAL
              MOVE 'Y' TO CASH-ACCT-FOUND-SW
           ELSE
              MOVE 'N' TO CASH-ACCT-FOUND-SW
              MOVE OFFRSUB-USERID TO CASHACCT-USERID
              MOVE 0 TO CASHACCT-BALANCE
           END-IF

           MOVE OFFRSUB-RESERVED TO CASH-AMOUNT
           ADD CASH-AMOUNT TO CASHACCT-BALANCE
           MOVE 'U' TO CASH-MOVE-TYPE
           PERFORM WRITE-CASH-MOVEMENT
           IF WS-ALLOT-COST IS GREATER THAN 0
              MOVE WS-ALLOT-COST TO CASH-AMOUNT
              SUBTRACT CASH-AMOUNT FROM CASHACCT-BALANCE
              MOVE 'B' TO CASH-MOVE-TYPE
              PERFORM WRITE-CASH-MOVEMENT
           END-IF

           IF CASH-ACCT-ON-FILE
              REWRITE CASHACCT-RECORD
           ELSE
              WRITE CASHACCT-RECORD
           END-IF
           IF NOT CASHACCT-NORMAL
              DISPLAY 'OFFALLOC: CASHACCT update failed, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       SETTLE-ALLOTMENT-CASH-EXIT.
           EXIT.

       WRITE-CASH-MOVEMENT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE CASH-MOVE-TYPE TO CASHMOVE-TYPE
           MOVE CASH-AMOUNT TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE SPACES TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'OFFALLOC: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-CASH-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
       WRITE-OFFER-HEADING SECTION.
           MOVE OFFER-COMPANY TO OL-COMPANY
           MOVE OFFER-PRICE TO OL-PRICE
           MOVE OFFER-SHARES TO OL-OFFERED
           MOVE WS-DEMAND TO OL-DEMAND
           MOVE WS-SUBSCRIBERS TO OL-SUBSCRIBERS
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OFFER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE TRUE
              WHEN WS-SUBSCRIBERS = 0
                 MOVE 'NO SUBSCRIPTIONS - NOTHING ALLOTTED'
                     TO SL-TEXT
              WHEN OFFER-OVERSUBSCRIBED
                 MOVE WS-SCALE-PCT TO ST-PCT
                 MOVE WS-SCALE-TEXT TO SL-TEXT
              WHEN OTHER
                 MOVE 'NOT OVERSUBSCRIBED - APPLICATIONS MET IN FULL'
                     TO SL-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SCALE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SUBSCRIBERS IS GREATER THAN 0
              MOVE SPACES TO REPORT-LINE
              MOVE WS-COLUMN-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       WRITE-OFFER-HEADING-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE 'OFFERS ALLOCATED:       ' TO CN-LABEL.
           MOVE RC-OFFERS-ALLOCATED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'OFFERS SCALED BACK:     ' TO CN-LABEL.
           MOVE RC-OFFERS-SCALED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'CUSTOMERS ALLOTTED:     ' TO CN-LABEL.
           MOVE RC-SUBS-ALLOCATED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'CUSTOMERS NIL ALLOTTED: ' TO CN-LABEL.
           MOVE RC-SUBS-NIL TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'ALLOTMENTS FAILED:      ' TO CN-LABEL.
           MOVE RC-SUBS-FAILED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
