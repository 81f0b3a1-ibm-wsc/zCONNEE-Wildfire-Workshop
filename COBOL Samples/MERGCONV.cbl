       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. MERGCONV.
      * Corporate-action batch for a merger or acquisition: given the
      * target company, the acquiring company, the share exchange
      * ratio (acquirer shares per target share), any cash paid per
      * target share and the effective date on the MERGIN control
      * card, it
      *   - converts every holder's CUSTSEG position in the target
      *     into whole acquirer shares (adding to an existing
      *     acquirer position or opening a new one) and leaves the
      *     target position at zero,
      *   - credits the cash portion, and cash in lieu of the
      *     fractional acquirer share, to the holder's CASHACCT
      *     with a CASHMOVE sell-proceeds movement for each,
      *   - writes a balancing TRDLEDGR pair per holder (action '5'
      *     conversion out of the target at the deal value per
      *     share, '6' conversion in to the acquirer at its price)
      *     so TRDRECON's replay and TAXSTMT's lots still tie,
      *   - cancels every open PENDORD order on the target, with the
      *     PENDHIST history TRADERBL's CANCEL_ORDER leaves, and
      *   - delists the target on CLOSCOMP the way TRADERBL's
      *     DELIST_COMPANY request does,
      * and proves on the reconciliation report that the value
      * holders gave up equals the value they received, apart from
      * the rounding of cash in lieu. The deal terms (the cash per
      * share on MERGIN and the acquirer's price) are in the
      * acquirer's quoted currency and the value proof is kept in
      * it; a foreign-listed company (COMPCCY) converts at today's
      * FXRATE rate through the shared FX-RATE-RULE, the cash is
      * credited in base currency, and each ledger record carries
      * its company's currency and rate, the conversion-out record
      * priced at the deal value in the target's currency. With no
      * usable rate for either company nothing is converted.
      * Holders are gathered in one
      * pass and converted in a second, so the position updates do
      * not disturb the database walk. Runs as a BMP against the
      * same customer and company PCBs TRADERBL uses.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Merger-Input ASSIGN TO MERGIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MERGIN-STATUS.

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

           SELECT Closed-Companies ASSIGN TO CLOSCOMP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLOSCOMP-KEY OF CLOSCOMP-RECORD
              FILE STATUS IS CLOSCOMP-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT FX-Rates ASSIGN TO FXRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FXRATE-KEY OF FXRATE-RECORD
              FILE STATUS IS FXRATE-FILE-STATUS.

           SELECT Report-Output ASSIGN TO MERGRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One merger per run: target, acquirer, acquirer shares issued
      * per target share (four decimals, 0.5 is 0005000), cash paid
      * per target share in the acquirer's currency and the
      * effective date. An all-cash
      * takeover carries a zero ratio; an all-share one zero cash.
       FD  Merger-Input.
       01  MERGER-INPUT-RECORD.
           05  ME-TARGET              PIC X(20).
           05  FILLER                 PIC X(01).
           05  ME-ACQUIRER            PIC X(20).
           05  FILLER                 PIC X(01).
           05  ME-RATIO               PIC 9(03)V9(04).
           05  FILLER                 PIC X(01).
           05  ME-CASH-PER-SHARE      PIC 9(05)V99.
           05  FILLER                 PIC X(01).
           05  ME-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                 PIC X(14).

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

       FD  Closed-Companies.
       COPY CLOSCOMP SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 MERGIN-STATUS                 PIC X(2).
           88 MERGIN-NORMAL            VALUE '00'.
       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
           88 TRDLEDGR-DUPLICATE       VALUE '22'.
       01 CASHACCT-FILE-STATUS          PIC X(2).
           88 CASHACCT-NORMAL          VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 PENDORD-FILE-STATUS           PIC X(2).
           88 PENDORD-NORMAL           VALUE '00'.
       01 PENDHIST-FILE-STATUS          PIC X(2).
           88 PENDHIST-NORMAL          VALUE '00'.
       01 CLOSCOMP-FILE-STATUS          PIC X(2).
           88 CLOSCOMP-NORMAL          VALUE '00'.
           88 CLOSCOMP-DUPLICATE       VALUE '22'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 CUSTSEG-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 CUSTSEG-EOF              VALUE 'Y'.
       01 PENDORD-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 PENDORD-EOF              VALUE 'Y'.

      * DL/I FUNCTION CODES

       77  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.
       77  GET-HOLD-UNIQUE PIC  X(4)  VALUE 'GHU '.
       77  GET-NEXT        PIC  X(4)  VALUE 'GN  '.
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
       77  REPL            PIC  X(4)  VALUE 'REPL'.

      * DL/I CALL STATUS CODE

       77  NORMAL          PIC  X(2)  VALUE '  '.
       77  NOTFND          PIC  X(2)  VALUE 'GE'.

       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.

       01 TIMESTAMP                     PIC 9(14).
       01 WS-RUN-DATE                   PIC 9(08).

      * Each company's quoted currency (spaces for base currency)
      * and the rate it converts to base currency at.
       01 WS-RATE-FIELDS.
          03 WS-RATE-COMPANY            PIC X(20).
          03 WS-TARGET-CURRENCY         PIC X(03) VALUE SPACES.
          03 WS-TARGET-FX-RATE          PIC 9(04)V9(06) VALUE 1.
          03 WS-ACQ-CURRENCY            PIC X(03) VALUE SPACES.
          03 WS-ACQ-FX-RATE             PIC 9(04)V9(06) VALUE 1.
          03 WS-RATE-BLOCKED-SW         PIC X(01) VALUE 'N'.
             88 DEAL-RATE-BLOCKED      VALUE 'Y'.
       COPY FXRULE SUPPRESS.

      * The conversion arithmetic. The deal value of one target
      * share is what its holder receives for it: the ratio at the
      * acquirer's price plus the cash per share. It is carried
      * unrounded for the value proof and at the ledger's two
      * decimals on the conversion-out record.
       01 WS-MERGER-FIELDS.
          03 WS-TARGET-PRICE-NUM        PIC 9(05)V99 COMP-3 VALUE 0.
          03 WS-ACQ-PRICE-NUM           PIC 9(05)V99 COMP-3 VALUE 0.
          03 WS-DEAL-VALUE              PIC 9(07)V9(06) COMP-3
                                                    VALUE 0.
          03 WS-DEAL-VALUE-TARGET       PIC 9(07)V9(06) COMP-3
                                                    VALUE 0.
          03 WS-OLD-SHARES              PIC 9(04) VALUE 0.
          03 WS-EXACT-SHARES            PIC 9(09)V9(04) VALUE 0.
          03 WS-NEW-SHARES              PIC 9(09) VALUE 0.
          03 WS-FRACTION                PIC V9(04) VALUE 0.
          03 WS-ACQ-HELD                PIC 9(04) VALUE 0.
          03 WS-SHARES-WORK             PIC 9(09) VALUE 0.
          03 WS-CASH-PORTION            PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-CASH-IN-LIEU            PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-CASH-PORTION-BASE       PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-CASH-IN-LIEU-BASE       PIC 9(11)V99 COMP-3 VALUE 0.
          03 WS-ACQ-FOUND-SW            PIC X(01) VALUE 'N'.
             88 ACQ-POSITION-ON-FILE   VALUE 'Y'.
          03 WS-PRICE-NUM               PIC 9(05)V99 VALUE 0.
          03 WS-PRICE-NUM-R REDEFINES WS-PRICE-NUM.
             05 WS-PN-INT               PIC 9(05).
             05 WS-PN-DEC               PIC 9(02).
          03 WS-PRICE-TEXT.
             05 WS-PT-INT               PIC 9(05).
             05 FILLER                  PIC X(01) VALUE '.'.
             05 WS-PT-DEC               PIC 9(02).
          03 WS-DEAL-PRICE-TEXT         PIC X(08).
          03 WS-ACQ-PRICE-TEXT          PIC X(08).

      * The value proof: what holders gave up at the deal value
      * against what they received.
       01 WS-VALUE-FIELDS.
          03 WS-VALUE-AT-MARKET         PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-VALUE-IN                PIC 9(13)V9(06) COMP-3
                                                    VALUE 0.
          03 WS-VALUE-SHARES-OUT        PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-VALUE-CASH-OUT          PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-VALUE-LIEU-OUT          PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-VALUE-OUT               PIC 9(13)V99 COMP-3 VALUE 0.
          03 WS-VALUE-DIFF              PIC S9(13)V9(06) COMP-3
                                                    VALUE 0.
          03 WS-ROUNDING-LIMIT          PIC 9(09)V99 COMP-3 VALUE 0.

      * Target holders gathered by the first pass over CUSTSEG.
       01 HOLDER-TABLE.
          05 HT-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 HT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IX.
             10 HT-USERID               PIC X(60).
             10 HT-SHARES               PIC 9(04).
       01 HOLDER-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 HOLDER-TABLE-FULL        VALUE 'Y'.

      * Cash account work, the ORDSCAN shape
       01 CASH-FIELDS.
          03 CASH-ACCT-FOUND-SW         PIC X(01) VALUE 'N'.
             88 CASH-ACCT-ON-FILE      VALUE 'Y'.
          03 CASH-AMOUNT                PIC 9(11)V99 COMP-3 VALUE 0.
          03 CASH-MOVE-TYPE             PIC X(01) VALUE SPACE.

      * SEGMENT SEARCH ARGUMENTS, same shapes TRADERBL builds

       01 SSA-COMPANY.
          03 SEGMENT-NAME       PIC X(8) VALUE 'COMPSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(COMPANY GE'.
          03 SSA-COMPANY-KEY    PIC X(20).
          03 FILLER             PIC X(1) VALUE ')'.

       01 SSA-CUSTOMER.
          03 SEGMENT-NAME       PIC X(8) VALUE 'CUSTSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(KEYREC  EQ'.
          03 SSA-CUSTOMER-KEY   PIC X(60).
          03 FILLER             PIC X(1) VALUE '.'.
          03 SSA-CUSTOMER-COMP  PIC X(20).
          03 FILLER             PIC X(1) VALUE ')'.

       01 SSA-CUSTOMER-ISRT.
          03 SEGMENT-NAME       PIC X(9) VALUE 'CUSTSEG  '.

      * CUSTSEG and COMPSEG I/O areas, same shapes TRADERBL reads

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

       01 COMPANY-IO-BUFFER.
          03 COMPANY                   PIC X(20).
          03 SHARE-VALUE               PIC X(08).
          03 VALUE-1                   PIC X(08).
          03 VALUE-2                   PIC X(08).
          03 VALUE-3                   PIC X(08).
          03 VALUE-4                   PIC X(08).
          03 VALUE-5                   PIC X(08).
          03 VALUE-6                   PIC X(08).
          03 VALUE-7                   PIC X(08).
          03 COMMISSION-BUY            PIC X(03).
          03 COMMISSION-SELL           PIC X(03).

       01 RECONCILIATION-COUNTS.
          05 RC-HOLDERS-FOUND           PIC 9(08) COMP VALUE 0.
          05 RC-HOLDERS-CONVERTED       PIC 9(08) COMP VALUE 0.
          05 RC-HOLDERS-REJECTED        PIC 9(08) COMP VALUE 0.
          05 RC-POSITIONS-OPENED        PIC 9(08) COMP VALUE 0.
          05 RC-FRACTIONS-CASHED        PIC 9(08) COMP VALUE 0.
          05 RC-ORDERS-CANCELLED        PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(09) VALUE 'MERGER - '.
           05 RT-TARGET           PIC X(20).
           05 FILLER              PIC X(06) VALUE ' INTO '.
           05 RT-ACQUIRER         PIC X(20).
           05 FILLER              PIC X(08) VALUE '  RATIO '.
           05 RT-RATIO            PIC ZZ9.9999.
           05 FILLER              PIC X(07) VALUE '  CASH '.
           05 RT-CASH             PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(13) VALUE '  EFFECTIVE  '.
           05 RT-EFFECTIVE        PIC 9(08).

       01 WS-PRICE-LINE.
           05 FILLER              PIC X(14) VALUE 'TARGET PRICE: '.
           05 PL-TARGET-PRICE     PIC X(08).
           05 FILLER              PIC X(20)
                                  VALUE '   ACQUIRER PRICE: '.
           05 PL-ACQ-PRICE        PIC X(08).
           05 FILLER              PIC X(22)
                                  VALUE '   DEAL VALUE/SHARE: '.
           05 PL-DEAL-VALUE       PIC X(08).

       01 WS-HOLDER-LINE.
           05 HL-USERID           PIC X(30).
           05 FILLER              PIC X(07) VALUE ' WAS:  '.
           05 HL-OLD-SHARES       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(07) VALUE ' NOW:  '.
           05 HL-NEW-SHARES       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(08) VALUE '  CASH: '.
           05 HL-CASH             PIC ZZZ,ZZZ,ZZ9.99.
           05 HL-NOTE             PIC X(32).

       01 WS-VALUE-LINE.
           05 VL-LABEL            PIC X(36).
           05 VL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
       01  DBPCB-COMP.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DB-COMP-STATUS  PIC  X(2).
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

       PROCEDURE DIVISION USING DBPCB-CUST, DBPCB-COMP.

       MAINLINE SECTION.

           OPEN INPUT Merger-Input.
           IF NOT MERGIN-NORMAL
              DISPLAY 'MERGCONV: unable to open MERGIN, status='
                      MERGIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           READ Merger-Input
              AT END
                 DISPLAY 'MERGCONV: MERGIN is empty'
                 MOVE 16 TO RETURN-CODE
                 CLOSE Merger-Input
                 GOBACK
           END-READ.
           CLOSE Merger-Input.

           IF ME-RATIO IS NOT NUMERIC
              OR ME-CASH-PER-SHARE IS NOT NUMERIC
              OR ME-EFFECTIVE-DATE IS NOT NUMERIC
              OR (ME-RATIO = 0 AND ME-CASH-PER-SHARE = 0)
              OR ME-TARGET = SPACES
              OR ME-ACQUIRER = SPACES
              OR ME-TARGET = ME-ACQUIRER
              DISPLAY 'MERGCONV: control card is not valid'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'MERGCONV: unable to open MERGRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADINGS.

      * Both companies must be on COMPFILE: the target's price shows
      * what the market made of the deal, the acquirer's prices the
      * new shares and the cash in lieu.
           MOVE ME-TARGET TO SSA-COMPANY-KEY.
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-COMP,
               COMPANY-IO-BUFFER, SSA-COMPANY.
           IF DB-COMP-STATUS NOT = NORMAL
              OR COMPANY OF COMPANY-IO-BUFFER NOT = ME-TARGET
              DISPLAY 'MERGCONV: target company not on COMPFILE'
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.
           COMPUTE WS-TARGET-PRICE-NUM =
               FUNCTION NUMVAL(SHARE-VALUE OF COMPANY-IO-BUFFER).
           MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO PL-TARGET-PRICE.

           MOVE ME-ACQUIRER TO SSA-COMPANY-KEY.
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-COMP,
               COMPANY-IO-BUFFER, SSA-COMPANY.
           IF DB-COMP-STATUS NOT = NORMAL
              OR COMPANY OF COMPANY-IO-BUFFER NOT = ME-ACQUIRER
              DISPLAY 'MERGCONV: acquirer company not on COMPFILE'
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.
           COMPUTE WS-ACQ-PRICE-NUM =
               FUNCTION NUMVAL(SHARE-VALUE OF COMPANY-IO-BUFFER).
           MOVE WS-ACQ-PRICE-NUM TO WS-PRICE-NUM.
           PERFORM FORMAT-PRICE-TEXT.
           MOVE WS-PRICE-TEXT TO WS-ACQ-PRICE-TEXT.
           MOVE WS-ACQ-PRICE-TEXT TO PL-ACQ-PRICE.

           PERFORM LOOK-UP-DEAL-RATES.
           IF DEAL-RATE-BLOCKED
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.

      * The deal value is in the acquirer's currency; the target's
      * conversion-out record carries it in the target's.
           COMPUTE WS-DEAL-VALUE =
               ME-RATIO * WS-ACQ-PRICE-NUM + ME-CASH-PER-SHARE.
           COMPUTE WS-DEAL-VALUE-TARGET =
               WS-DEAL-VALUE * WS-ACQ-FX-RATE / WS-TARGET-FX-RATE.
           IF WS-DEAL-VALUE > 99999.99
              OR WS-DEAL-VALUE-TARGET > 99999.99
              DISPLAY 'MERGCONV: deal value per share exceeds the '
                      'ledger price field'
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.
           COMPUTE WS-PRICE-NUM ROUNDED = WS-DEAL-VALUE-TARGET.
           PERFORM FORMAT-PRICE-TEXT.
           MOVE WS-PRICE-TEXT TO WS-DEAL-PRICE-TEXT.
           MOVE WS-DEAL-PRICE-TEXT TO PL-DEAL-VALUE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PRICE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM COLLECT-TARGET-HOLDERS.
           IF HOLDER-TABLE-FULL
              DISPLAY 'MERGCONV: more than 2000 holders of '
                      ME-TARGET ', raise the table size and rerun'
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.

           OPEN I-O Trade-Ledger.
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'MERGCONV: unable to open TRDLEDGR, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Report-Output
              GOBACK
           END-IF.
           OPEN I-O Cash-Account.
           IF NOT CASHACCT-NORMAL
              DISPLAY 'MERGCONV: unable to open CASHACCT, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              CLOSE Report-Output
              GOBACK
           END-IF.
           OPEN EXTEND Cash-Movements.
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'MERGCONV: unable to open CASHMOVE, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cash-Account
              CLOSE Trade-Ledger
              CLOSE Report-Output
              GOBACK
           END-IF.

           PERFORM CONVERT-ONE-HOLDER
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > HT-ENTRY-COUNT.

           CLOSE Cash-Movements.
           CLOSE Cash-Account.
           CLOSE Trade-Ledger.

           PERFORM CANCEL-OPEN-ORDERS.
           PERFORM DELIST-TARGET-COMPANY.
           PERFORM WRITE-VALUE-PROOF.

           CLOSE Report-Output.

           DISPLAY '======================================'
           DISPLAY ' MERGCONV End-of-job reconciliation'
           DISPLAY '   Target holders found : '
                   RC-HOLDERS-FOUND
           DISPLAY '   Holders converted    : '
                   RC-HOLDERS-CONVERTED
           DISPLAY '   Holders rejected     : '
                   RC-HOLDERS-REJECTED
           DISPLAY '   Positions opened     : '
                   RC-POSITIONS-OPENED
           DISPLAY '   Fractions cashed     : '
                   RC-FRACTIONS-CASHED
           DISPLAY '   Orders cancelled     : '
                   RC-ORDERS-CANCELLED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * COLLECT-TARGET-HOLDERS - one read-only pass over CUSTSEG      *
      * gathering every position in the target company.               *
      *****************************************************************
       COLLECT-TARGET-HOLDERS SECTION.
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER.
           IF DB-CUST-STATUS NOT = NORMAL
              MOVE 'Y' TO CUSTSEG-EOF-SWITCH
           END-IF.
           PERFORM COLLECT-ONE-SEGMENT
               UNTIL CUSTSEG-EOF.
       COLLECT-TARGET-HOLDERS-EXIT.
           EXIT.

       COLLECT-ONE-SEGMENT SECTION.
           IF COMPANY OF CUSTOMER-IO-BUFFER = ME-TARGET
              AND DEC-NO-SHARES IS GREATER THAN 0
              ADD 1 TO RC-HOLDERS-FOUND
              IF HT-ENTRY-COUNT = 2000
                 MOVE 'Y' TO HOLDER-TABLE-FULL-SW
              ELSE
                 ADD 1 TO HT-ENTRY-COUNT
                 SET HT-IX TO HT-ENTRY-COUNT
                 MOVE CUSTOMER OF CUSTOMER-IO-BUFFER TO
                      HT-USERID(HT-IX)
                 MOVE DEC-NO-SHARES TO HT-SHARES(HT-IX)
              END-IF
           END-IF

           CALL 'CBLTDLI' USING GET-NEXT, DBPCB-CUST,
               CUSTOMER-IO-BUFFER
           IF DB-CUST-STATUS NOT = NORMAL
              MOVE 'Y' TO CUSTSEG-EOF-SWITCH
           END-IF
           .
       COLLECT-ONE-SEGMENT-EXIT.
           EXIT.

      *****************************************************************
      * CONVERT-ONE-HOLDER - whole acquirer shares for the target     *
      * shares at the ratio, the fraction and the cash portion paid   *
      * in cash. A conversion that would take the acquirer position   *
      * past the 9999-share maximum is refused before either          *
      * position is touched.                                          *
      *****************************************************************
       CONVERT-ONE-HOLDER SECTION.
           MOVE HT-SHARES(HT-IX) TO WS-OLD-SHARES
           COMPUTE WS-EXACT-SHARES = WS-OLD-SHARES * ME-RATIO
           MOVE WS-EXACT-SHARES TO WS-NEW-SHARES
           COMPUTE WS-FRACTION = WS-EXACT-SHARES - WS-NEW-SHARES
           COMPUTE WS-CASH-IN-LIEU ROUNDED =
               WS-FRACTION * WS-ACQ-PRICE-NUM
           COMPUTE WS-CASH-PORTION =
               WS-OLD-SHARES * ME-CASH-PER-SHARE
           COMPUTE WS-CASH-PORTION-BASE ROUNDED =
               WS-CASH-PORTION * WS-ACQ-FX-RATE
           COMPUTE WS-CASH-IN-LIEU-BASE ROUNDED =
               WS-CASH-IN-LIEU * WS-ACQ-FX-RATE
           MOVE SPACES TO HL-NOTE

           MOVE HT-USERID(HT-IX) TO SSA-CUSTOMER-KEY
           MOVE ME-ACQUIRER TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           EVALUATE DB-CUST-STATUS
              WHEN NORMAL
                 MOVE 'Y' TO WS-ACQ-FOUND-SW
                 MOVE DEC-NO-SHARES TO WS-ACQ-HELD
              WHEN NOTFND
                 MOVE 'N' TO WS-ACQ-FOUND-SW
                 MOVE 0 TO WS-ACQ-HELD
              WHEN OTHER
                 DISPLAY 'MERGCONV: CUSTSEG status '
                         DB-CUST-STATUS ' for '
                         HT-USERID(HT-IX)(1:20)
                 MOVE 16 TO RETURN-CODE
                 ADD 1 TO RC-HOLDERS-REJECTED
                 MOVE ' (NOT CONVERTED - DB ERROR)' TO HL-NOTE
                 PERFORM WRITE-HOLDER-LINE
                 GO TO CONVERT-ONE-HOLDER-EXIT
           END-EVALUATE

           COMPUTE WS-SHARES-WORK = WS-ACQ-HELD + WS-NEW-SHARES
           IF WS-SHARES-WORK > 9999
              DISPLAY 'MERGCONV: conversion would exceed maximum '
                      'ownership for '
                      HT-USERID(HT-IX)(1:20)
              MOVE 16 TO RETURN-CODE
              ADD 1 TO RC-HOLDERS-REJECTED
              MOVE ' (NOT CONVERTED - OVER MAXIMUM)' TO HL-NOTE
              PERFORM WRITE-HOLDER-LINE
              GO TO CONVERT-ONE-HOLDER-EXIT
           END-IF

      * The target position goes to zero first ...
           MOVE ME-TARGET TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           IF DB-CUST-STATUS NOT = NORMAL
              DISPLAY 'MERGCONV: target CUSTSEG hold status '
                      DB-CUST-STATUS ' for '
                      HT-USERID(HT-IX)(1:20)
              MOVE 16 TO RETURN-CODE
              ADD 1 TO RC-HOLDERS-REJECTED
              MOVE ' (NOT CONVERTED - DB ERROR)' TO HL-NOTE
              PERFORM WRITE-HOLDER-LINE
              GO TO CONVERT-ONE-HOLDER-EXIT
           END-IF
           MOVE 0 TO DEC-NO-SHARES
           CALL 'CBLTDLI' USING REPL, DBPCB-CUST,
               CUSTOMER-IO-BUFFER
           IF DB-CUST-STATUS NOT = NORMAL
              DISPLAY 'MERGCONV: target CUSTSEG replace status '
                      DB-CUST-STATUS ' for '
                      HT-USERID(HT-IX)(1:20)
              MOVE 16 TO RETURN-CODE
              ADD 1 TO RC-HOLDERS-REJECTED
              MOVE ' (NOT CONVERTED - DB ERROR)' TO HL-NOTE
              PERFORM WRITE-HOLDER-LINE
              GO TO CONVERT-ONE-HOLDER-EXIT
           END-IF
           MOVE SUBTYPE-MERGER-OUT TO TRDLEDGR-ACTION
           MOVE ME-TARGET TO TRDLEDGR-COMPANY
           MOVE WS-OLD-SHARES TO TRDLEDGR-SHARES
           MOVE WS-DEAL-PRICE-TEXT TO TRDLEDGR-PRICE
           MOVE WS-TARGET-CURRENCY TO TRDLEDGR-CURRENCY
           MOVE WS-TARGET-FX-RATE TO TRDLEDGR-FX-RATE
           PERFORM WRITE-ADJUSTMENT-RECORD

      * ... then the acquirer shares land on the existing position
      * or a new one, the way an ORDSCAN buy fill opens one.
           IF WS-NEW-SHARES > 0
              PERFORM CREDIT-ACQUIRER-SHARES
              MOVE SUBTYPE-MERGER-IN TO TRDLEDGR-ACTION
              MOVE ME-ACQUIRER TO TRDLEDGR-COMPANY
              MOVE WS-NEW-SHARES TO TRDLEDGR-SHARES
              MOVE WS-ACQ-PRICE-TEXT TO TRDLEDGR-PRICE
              MOVE WS-ACQ-CURRENCY TO TRDLEDGR-CURRENCY
              MOVE WS-ACQ-FX-RATE TO TRDLEDGR-FX-RATE
              PERFORM WRITE-ADJUSTMENT-RECORD
           END-IF

           IF WS-CASH-PORTION > 0 OR WS-CASH-IN-LIEU > 0
              PERFORM READ-CASH-ACCOUNT
              MOVE 'S' TO CASH-MOVE-TYPE
              IF WS-CASH-PORTION > 0
                 MOVE WS-CASH-PORTION-BASE TO CASH-AMOUNT
                 ADD CASH-AMOUNT TO CASHACCT-BALANCE
                 PERFORM SAVE-CASH-ACCOUNT
              END-IF
              IF WS-CASH-IN-LIEU > 0
                 ADD 1 TO RC-FRACTIONS-CASHED
                 MOVE ' (FRACTION PAID IN CASH)' TO HL-NOTE
                 MOVE WS-CASH-IN-LIEU-BASE TO CASH-AMOUNT
                 ADD CASH-AMOUNT TO CASHACCT-BALANCE
                 PERFORM SAVE-CASH-ACCOUNT
              END-IF
           END-IF

           ADD 1 TO RC-HOLDERS-CONVERTED
           COMPUTE WS-VALUE-AT-MARKET ROUNDED = WS-VALUE-AT-MARKET
               + WS-OLD-SHARES * WS-TARGET-PRICE-NUM
                 * WS-TARGET-FX-RATE / WS-ACQ-FX-RATE
           COMPUTE WS-VALUE-IN = WS-VALUE-IN
               + WS-OLD-SHARES * WS-DEAL-VALUE
           COMPUTE WS-VALUE-SHARES-OUT = WS-VALUE-SHARES-OUT
               + WS-NEW-SHARES * WS-ACQ-PRICE-NUM
           ADD WS-CASH-PORTION TO WS-VALUE-CASH-OUT
           ADD WS-CASH-IN-LIEU TO WS-VALUE-LIEU-OUT
           PERFORM WRITE-HOLDER-LINE
           .
       CONVERT-ONE-HOLDER-EXIT.
           EXIT.

       CREDIT-ACQUIRER-SHARES SECTION.
           MOVE ME-ACQUIRER TO SSA-CUSTOMER-COMP
           IF ACQ-POSITION-ON-FILE
              CALL 'CBLTDLI' USING GET-HOLD-UNIQUE, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER
              IF DB-CUST-STATUS = NORMAL
                 COMPUTE DEC-NO-SHARES =
                     DEC-NO-SHARES + WS-NEW-SHARES
                 CALL 'CBLTDLI' USING REPL, DBPCB-CUST,
                     CUSTOMER-IO-BUFFER
              END-IF
           ELSE
              MOVE HT-USERID(HT-IX) TO CUSTOMER
              MOVE '.' TO KEYREC-DOT
              MOVE ME-ACQUIRER TO COMPANY OF CUSTOMER-IO-BUFFER
              MOVE WS-NEW-SHARES TO DEC-NO-SHARES
              MOVE '00000.00' TO BUY-FROM BUY-TO
                                 SELL-FROM SELL-TO
              MOVE '0000' TO BUY-FROM-NO BUY-TO-NO
                             SELL-FROM-NO SELL-TO-NO
              MOVE '000' TO ALARM-PERCENT
              CALL 'CBLTDLI' USING ISRT, DBPCB-CUST,
                  CUSTOMER-IO-BUFFER, SSA-CUSTOMER-ISRT
              IF DB-CUST-STATUS = NORMAL
                 ADD 1 TO RC-POSITIONS-OPENED
              END-IF
           END-IF
           IF DB-CUST-STATUS NOT = NORMAL
              DISPLAY 'MERGCONV: acquirer CUSTSEG status '
                      DB-CUST-STATUS ' for '
                      HT-USERID(HT-IX)(1:20)
                      ' after target was zeroed'
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       CREDIT-ACQUIRER-SHARES-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-ADJUSTMENT-RECORD - one side of the conversion on the   *
      * ledger, with the caller's currency and rate. The out and in   *
      * records of a holder fall in the same   *
      * second, so a duplicate key moves the stamp on a second.       *
      *****************************************************************
       WRITE-ADJUSTMENT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE HT-USERID(HT-IX) TO TRDLEDGR-USERID
           MOVE TIMESTAMP TO TRDLEDGR-TIMESTAMP
           MOVE 0 TO TRDLEDGR-COMMISSION
      * An internal adjustment, not a trade: nothing goes to the
      * settlement queue and nothing will ever acknowledge it
           MOVE 'Y' TO TRDLEDGR-PUBLISHED
           MOVE 'Y' TO TRDLEDGR-SETTLED
           MOVE SPACES TO TRDLEDGR-SETTLE-REASON
           WRITE TRDLEDGR-RECORD
           PERFORM RETRY-ADJUSTMENT-WRITE
               UNTIL NOT TRDLEDGR-DUPLICATE
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'MERGCONV: TRDLEDGR write failed, status='
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
      * READ-CASH-ACCOUNT / SAVE-CASH-ACCOUNT - the ORDSCAN account   *
      * handling: a holder who has never moved cash gets a fresh      *
      * zero-balance account, and every credit lands on CASHMOVE.     *
      *****************************************************************
       READ-CASH-ACCOUNT SECTION.
           MOVE HT-USERID(HT-IX) TO CASHACCT-USERID
           READ Cash-Account KEY IS CASHACCT-KEY OF
                                    CASHACCT-RECORD
           IF CASHACCT-NORMAL
              MOVE 'Y' TO CASH-ACCT-FOUND-SW
           ELSE
              MOVE 'N' TO CASH-ACCT-FOUND-SW
              MOVE HT-USERID(HT-IX) TO CASHACCT-USERID
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
              DISPLAY 'MERGCONV: CASHACCT update failed, status='
                      CASHACCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO SAVE-CASH-ACCOUNT-EXIT
           END-IF
           MOVE 'Y' TO CASH-ACCT-FOUND-SW
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE CASHACCT-USERID TO CASHMOVE-USERID
           MOVE TIMESTAMP TO CASHMOVE-TIMESTAMP
           MOVE CASH-MOVE-TYPE TO CASHMOVE-TYPE
           MOVE CASH-AMOUNT TO CASHMOVE-AMOUNT
           MOVE CASHACCT-BALANCE TO CASHMOVE-BALANCE
           MOVE SPACES TO CASHMOVE-REFERENCE
           WRITE CASHMOVE-RECORD
           IF NOT CASHMOVE-NORMAL
              DISPLAY 'MERGCONV: CASHMOVE write failed, status='
                      CASHMOVE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       SAVE-CASH-ACCOUNT-EXIT.
           EXIT.

       WRITE-HOLDER-LINE SECTION.
           MOVE HT-USERID(HT-IX)(1:30) TO HL-USERID.
           MOVE WS-OLD-SHARES TO HL-OLD-SHARES.
           MOVE WS-NEW-SHARES TO HL-NEW-SHARES.
           COMPUTE HL-CASH =
               WS-CASH-PORTION-BASE + WS-CASH-IN-LIEU-BASE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HOLDER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-HOLDER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * CANCEL-OPEN-ORDERS - every open PENDORD order on the target   *
      * is cancelled, limit and stop alike, with the before and after *
      * images on PENDHIST as a customer cancel leaves them.          *
      *****************************************************************
       CANCEL-OPEN-ORDERS SECTION.
           OPEN I-O Pending-Orders.
           IF NOT PENDORD-NORMAL
              DISPLAY 'MERGCONV: unable to open PENDORD, status='
                      PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO CANCEL-OPEN-ORDERS-EXIT
           END-IF.
           OPEN EXTEND Pend-History.
           IF NOT PENDHIST-NORMAL
              DISPLAY 'MERGCONV: unable to open PENDHIST, status='
                      PENDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Pending-Orders
              GO TO CANCEL-OPEN-ORDERS-EXIT
           END-IF.
           PERFORM CANCEL-ONE-ORDER
               UNTIL PENDORD-EOF.
           CLOSE Pend-History.
           CLOSE Pending-Orders.
       CANCEL-OPEN-ORDERS-EXIT.
           EXIT.

       CANCEL-ONE-ORDER SECTION.
           READ Pending-Orders NEXT RECORD
           IF NOT PENDORD-NORMAL
              MOVE 'Y' TO PENDORD-EOF-SWITCH
              GO TO CANCEL-ONE-ORDER-EXIT
           END-IF
           IF PENDORD-COMPANY NOT = ME-TARGET
              OR NOT PENDORD-OPEN
              GO TO CANCEL-ONE-ORDER-EXIT
           END-IF

           MOVE PENDORD-USERID TO PENDHIST-USERID
           MOVE PENDORD-TIMESTAMP TO PENDHIST-ORDER-TS
           MOVE PENDORD-STATUS TO PENDHIST-OLD-STATUS
           MOVE PENDORD-SHARES TO PENDHIST-OLD-SHARES
           MOVE PENDORD-LIMIT-PRICE TO PENDHIST-OLD-PRICE
           MOVE 'C' TO PENDORD-STATUS
           REWRITE PENDORD-RECORD
           IF NOT PENDORD-NORMAL
              DISPLAY 'MERGCONV: PENDORD rewrite failed, '
                      'status=' PENDORD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO CANCEL-ONE-ORDER-EXIT
           END-IF
           ADD 1 TO RC-ORDERS-CANCELLED

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE TIMESTAMP TO PENDHIST-CHANGE-TS
           MOVE PENDORD-STATUS TO PENDHIST-NEW-STATUS
           MOVE PENDORD-SHARES TO PENDHIST-NEW-SHARES
           MOVE PENDORD-LIMIT-PRICE TO PENDHIST-NEW-PRICE
           WRITE PENDHIST-RECORD
           IF NOT PENDHIST-NORMAL
              DISPLAY 'MERGCONV: PENDHIST write failed, '
                      'status=' PENDHIST-FILE-STATUS
           END-IF
           .
       CANCEL-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * DELIST-TARGET-COMPANY - the CLOSCOMP record TRADERBL's        *
      * DELIST_COMPANY writes, so no new BUY reaches the target. A    *
      * target already delisted (a rerun) is left as it is.           *
      *****************************************************************
       DELIST-TARGET-COMPANY SECTION.
           OPEN I-O Closed-Companies.
           IF NOT CLOSCOMP-NORMAL
              DISPLAY 'MERGCONV: unable to open CLOSCOMP, status='
                      CLOSCOMP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO DELIST-TARGET-COMPANY-EXIT
           END-IF.
           MOVE ME-TARGET TO CLOSCOMP-COMPANY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO
                CLOSCOMP-DELIST-DATE.
           MOVE 'MERGCONV' TO CLOSCOMP-DELIST-BY.
           WRITE CLOSCOMP-RECORD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN CLOSCOMP-NORMAL
                 STRING 'TARGET COMPANY DELISTED: '
                        ME-TARGET
                        DELIMITED BY SIZE INTO REPORT-LINE
              WHEN CLOSCOMP-DUPLICATE
                 STRING 'TARGET COMPANY WAS ALREADY DELISTED: '
                        ME-TARGET
                        DELIMITED BY SIZE INTO REPORT-LINE
              WHEN OTHER
                 DISPLAY 'MERGCONV: CLOSCOMP write failed, status='
                         CLOSCOMP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STRING 'TARGET COMPANY NOT DELISTED: '
                        ME-TARGET
                        DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           CLOSE Closed-Companies.
       DELIST-TARGET-COMPANY-EXIT.
           EXIT.

      *****************************************************************
      * LOOK-UP-DEAL-RATES - the currency and rate of the target and  *
      * the acquirer through FX-RATE-RULE, as a trade in either would *
      * be priced. No COMPCCY file means both are in base currency.   *
      *****************************************************************
       LOOK-UP-DEAL-RATES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT Company-Currency
           OPEN INPUT FX-Rates

           MOVE ME-TARGET TO WS-RATE-COMPANY
           PERFORM LOOK-UP-COMPANY-RATE
           MOVE FXR-CURRENCY TO WS-TARGET-CURRENCY
           MOVE FXR-TRADE-RATE TO WS-TARGET-FX-RATE
           IF NOT DEAL-RATE-BLOCKED
              MOVE ME-ACQUIRER TO WS-RATE-COMPANY
              PERFORM LOOK-UP-COMPANY-RATE
              MOVE FXR-CURRENCY TO WS-ACQ-CURRENCY
              MOVE FXR-TRADE-RATE TO WS-ACQ-FX-RATE
           END-IF

           CLOSE FX-Rates
           CLOSE Company-Currency
           .
       LOOK-UP-DEAL-RATES-EXIT.
           EXIT.

       LOOK-UP-COMPANY-RATE SECTION.
           MOVE WS-RUN-DATE TO FXR-RUN-DATE
           MOVE SPACES TO FXR-CURRENCY
           MOVE 'N' TO FXR-RATE-SW
           MOVE WS-RATE-COMPANY TO COMPCCY-COMPANY
           READ Company-Currency KEY IS COMPCCY-KEY OF
                                        COMPCCY-RECORD
           IF COMPCCY-NORMAL
              MOVE COMPCCY-CURRENCY TO FXR-CURRENCY
           END-IF
           IF FXR-CURRENCY NOT = SPACES
              MOVE FXR-CURRENCY TO FXRATE-CURRENCY
              READ FX-Rates KEY IS FXRATE-KEY OF FXRATE-RECORD
              IF FXRATE-NORMAL
                 MOVE 'Y' TO FXR-RATE-SW
                 MOVE FXRATE-RATE TO FXR-FILE-RATE
                 MOVE FXRATE-RATE-DATE TO FXR-FILE-DATE
              END-IF
           END-IF

           PERFORM FX-RATE-RULE
           IF FXR-BLOCKED
              MOVE 'Y' TO WS-RATE-BLOCKED-SW
              DISPLAY 'MERGCONV: ' WS-RATE-COMPANY ' ' FXR-REASON
              MOVE SPACES TO REPORT-LINE
              STRING 'NOT CONVERTED - ' WS-RATE-COMPANY ' '
                     FXR-REASON DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       LOOK-UP-COMPANY-RATE-EXIT.
           EXIT.

       FORMAT-PRICE-TEXT SECTION.
           MOVE WS-PN-INT TO WS-PT-INT
           MOVE WS-PN-DEC TO WS-PT-DEC
           .
       FORMAT-PRICE-TEXT-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-VALUE-PROOF - the target shares converted, valued at    *
      * the deal value, against the acquirer shares issued at its     *
      * price plus the cash paid. They differ only by the rounding    *
      * of cash in lieu, at most half a cent per holder. The target's *
      * own market value shows alongside for information.             *
      *****************************************************************
       WRITE-VALUE-PROOF SECTION.
           COMPUTE WS-VALUE-OUT = WS-VALUE-SHARES-OUT
               + WS-VALUE-CASH-OUT + WS-VALUE-LIEU-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TARGET HOLDINGS AT LAST PRICE:' TO VL-LABEL.
           MOVE WS-VALUE-AT-MARKET TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.
           MOVE 'VALUE IN - TARGET AT DEAL VALUE:' TO VL-LABEL.
           MOVE WS-VALUE-IN TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.
           MOVE 'ACQUIRER SHARES ISSUED AT PRICE:' TO VL-LABEL.
           MOVE WS-VALUE-SHARES-OUT TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.
           MOVE 'CASH CONSIDERATION PAID:' TO VL-LABEL.
           MOVE WS-VALUE-CASH-OUT TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.
           MOVE 'CASH IN LIEU OF FRACTIONS:' TO VL-LABEL.
           MOVE WS-VALUE-LIEU-OUT TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.
           MOVE 'VALUE OUT - TOTAL RECEIVED:' TO VL-LABEL.
           MOVE WS-VALUE-OUT TO VL-VALUE.
           PERFORM WRITE-VALUE-LINE.

           COMPUTE WS-VALUE-DIFF = WS-VALUE-IN - WS-VALUE-OUT.
           IF WS-VALUE-DIFF < 0
              COMPUTE WS-VALUE-DIFF = WS-VALUE-DIFF * -1
           END-IF.
           COMPUTE WS-ROUNDING-LIMIT =
               RC-HOLDERS-CONVERTED * 0.005.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN WS-VALUE-DIFF = 0
                 MOVE 'VALUE IN EQUALS VALUE OUT' TO REPORT-LINE
              WHEN WS-VALUE-DIFF NOT > WS-ROUNDING-LIMIT
                 MOVE 'VALUE DIFFERENCE IS CASH-IN-LIEU ROUNDING ONLY'
                     TO REPORT-LINE
              WHEN OTHER
                 MOVE 'VALUE IN AND VALUE OUT DO NOT AGREE'
                     TO REPORT-LINE
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           WRITE REPORT-LINE.
       WRITE-VALUE-PROOF-EXIT.
           EXIT.

       WRITE-VALUE-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VALUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-VALUE-LINE-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE ME-TARGET TO RT-TARGET.
           MOVE ME-ACQUIRER TO RT-ACQUIRER.
           MOVE ME-RATIO TO RT-RATIO.
           MOVE ME-CASH-PER-SHARE TO RT-CASH.
           MOVE ME-EFFECTIVE-DATE TO RT-EFFECTIVE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *****************************************************************
      * FX-RATE-RULE - shared trade-rate rule, PERFORMed by           *
      * LOOK-UP-COMPANY-RATE.                                         *
      *****************************************************************
       COPY FXRULP.
