       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. SURVSCAN.
      * Daily trade surveillance for compliance, run after PORTVAL
      * and the COMPROLL dailies. Replays each trader's recent buys
      * and sells from TRDLEDGR and raises a SURVEXC exception for
      *   RTRP  a buy and a sell in the same company on the day,
      *   CHRN  month-to-date commission at or above SURVCHURNPCT
      *         percent of the latest VALHIST holdings value (raised
      *         once a month, on the first day the account trades
      *         over the line),
      *   PRMV  SURVMOVEBUYS or more buys in a company in the
      *         SURVMOVEDAYS days before a daily close that rose past
      *         the position's ALARM-CHANGE percent (SURVMOVEPCT when
      *         the position carries '000' or is no longer held),
      *   LRGT  a trade on the day worth SURVLARGEPCT percent or more
      *         of the customer's average VALHIST value over the last
      *         30 days (at least 5 valuations needed for a baseline).
      * Thresholds are RUNPARM run parameters for SURVSCAN, with the
      * defaults below. Each exception lists the trades behind it,
      * the userid's running exception count and how often the rule
      * was broken in earlier months; SURVRPT prints them for the
      * SURVRVW review. A rerun on the same day raises nothing twice.
      * Runs as a BMP against the customer PCB for the ALARM-CHANGE
      * of each position.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Trade-Ledger ASSIGN TO TRDLEDGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TRDLEDGR-KEY OF TRDLEDGR-RECORD
              FILE STATUS IS TRDLEDGR-FILE-STATUS.

           SELECT Daily-History ASSIGN TO COMPDLY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COMPDLY-FILE-STATUS.

           SELECT Valuation-History ASSIGN TO VALHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VALHIST-FILE-STATUS.

           SELECT Surv-Exceptions ASSIGN TO SURVEXC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SURVEXC-KEY OF SURVEXC-RECORD
              FILE STATUS IS SURVEXC-FILE-STATUS.

           SELECT Report-Output ASSIGN TO SURVRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Trade-Ledger.
       COPY TRDLEDGR SUPPRESS.

       FD  Daily-History.
       COPY COMPDLY SUPPRESS.

       FD  Valuation-History.
       COPY VALHIST SUPPRESS.

       FD  Surv-Exceptions.
       COPY SURVEXC SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 TRDLEDGR-FILE-STATUS          PIC X(2).
           88 TRDLEDGR-NORMAL          VALUE '00'.
       01 COMPDLY-FILE-STATUS           PIC X(2).
           88 COMPDLY-NORMAL           VALUE '00'.
       01 VALHIST-FILE-STATUS           PIC X(2).
           88 VALHIST-NORMAL           VALUE '00'.
       01 SURVEXC-FILE-STATUS           PIC X(2).
           88 SURVEXC-NORMAL           VALUE '00'.
           88 SURVEXC-DUPLICATE        VALUE '22'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 TRDLEDGR-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 TRDLEDGR-EOF             VALUE 'Y'.
       01 COMPDLY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPDLY-EOF              VALUE 'Y'.
       01 VALHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 VALHIST-EOF              VALUE 'Y'.
       01 SURVEXC-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 SURVEXC-EOF              VALUE 'Y'.

      * DL/I FUNCTION CODES

       77  GET-UNIQUE      PIC  X(4)  VALUE 'GU  '.

      * DL/I CALL STATUS CODE

       77  NORMAL          PIC  X(2)  VALUE '  '.

       77  SUBTYPE-BUY     PIC  X(1)  VALUE '1'.
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.

      * Rule thresholds from the SURVSCAN run parameters on RUNPARM;
      * the VALUEs are the defaults when a parameter is not set.
       01 WS-THRESHOLDS.
          03 WS-CHURN-PCT               PIC 9(03) VALUE 5.
          03 WS-MOVE-PCT                PIC 9(03) VALUE 10.
          03 WS-MOVE-DAYS               PIC 9(03) VALUE 5.
          03 WS-MOVE-BUYS               PIC 9(03) VALUE 2.
          03 WS-LARGE-PCT               PIC 9(03) VALUE 25.
       01 WS-PARM-TARGET                PIC 9(03) VALUE 0.
       COPY RUNPLOOK SUPPRESS.

       01 WS-DATES.
          03 WS-SURV-DATE               PIC 9(08).
          03 WS-SURV-DATE-X REDEFINES WS-SURV-DATE.
             05 WS-SURV-YYYYMM          PIC X(06).
             05 WS-SURV-DD              PIC X(02).
          03 WS-MONTH-START             PIC 9(08).
          03 WS-WINDOW-START            PIC 9(08).
          03 WS-BASE-START              PIC 9(08).
          03 WS-KEEP-FROM               PIC 9(08).
          03 WS-DATE-INT                PIC 9(08) COMP.
          03 WS-RAISED-AT               PIC X(16).

      * The day's close against the close before it, per company.
       01 MOVE-TABLE.
          05 MV-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 MV-ENTRY OCCURS 200 TIMES INDEXED BY MV-IX.
             10 MV-COMPANY              PIC X(20).
             10 MV-PREV-DATE            PIC 9(08).
             10 MV-PREV-CLOSE           PIC 9(07)V99 COMP-3.
             10 MV-TODAY-CLOSE          PIC 9(07)V99 COMP-3.
             10 MV-RISE-PCT             PIC S9(05)V99 COMP-3.
       01 MOVE-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 MOVE-ON-TABLE            VALUE 'Y'.

      * Per customer: the VALHIST baseline over the last 30 days and
      * the latest valuation on or before the surveillance date.
       01 VALUATION-TABLE.
          05 VB-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 VB-ENTRY OCCURS 1000 TIMES INDEXED BY VB-IX.
             10 VB-USERID               PIC X(60).
             10 VB-SUM                  PIC 9(13)V99 COMP-3.
             10 VB-DAYS                 PIC 9(04) COMP.
             10 VB-LATEST-DATE          PIC 9(08).
             10 VB-LATEST               PIC 9(11)V99 COMP-3.
       01 VALUATION-FOUND-SW            PIC X(01) VALUE 'N'.
           88 VALUATION-ON-TABLE       VALUE 'Y'.
       01 WS-WORK-USERID                PIC X(60).

      * The current trader's buys and sells since the earlier of the
      * month start and the pre-move window, in timestamp order.
       01 WS-CURRENT-USERID             PIC X(60) VALUE LOW-VALUES.
       01 TRADE-TABLE.
          05 TT-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.
          05 TT-ENTRY OCCURS 300 TIMES INDEXED BY TT-IX.
             10 TT-TIMESTAMP            PIC 9(14).
             10 TT-TIMESTAMP-R REDEFINES TT-TIMESTAMP.
                15 TT-DATE              PIC 9(08).
                15 TT-TIME              PIC 9(06).
             10 TT-COMPANY              PIC X(20).
             10 TT-ACTION               PIC X(01).
             10 TT-SHARES               PIC 9(04).
             10 TT-PRICE                PIC X(08).
             10 TT-VALUE                PIC 9(09)V99 COMP-3.
             10 TT-COMMISSION           PIC 9(07)V99 COMP-3.
             10 TT-PICK-SW              PIC X(01).
                88 TT-PICKED           VALUE 'Y'.
       01 TRADE-TABLE-FULL-SW           PIC X(01) VALUE 'N'.
           88 TRADE-TABLE-FULL         VALUE 'Y'.

      * Companies the trader dealt in on the day, and companies
      * bought in the pre-move window.
       01 DAY-COMPANY-TABLE.
          05 DC-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 DC-ENTRY OCCURS 50 TIMES INDEXED BY DC-IX.
             10 DC-COMPANY              PIC X(20).
             10 DC-BUYS                 PIC 9(04) COMP.
             10 DC-SELLS                PIC 9(04) COMP.
       01 WINDOW-COMPANY-TABLE.
          05 WC-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.
          05 WC-ENTRY OCCURS 50 TIMES INDEXED BY WC-IX.
             10 WC-COMPANY              PIC X(20).
             10 WC-BUYS                 PIC 9(04) COMP.
       01 WS-COMPANY-WORK               PIC X(20).
       01 WS-COMPANY-FOUND-SW           PIC X(01) VALUE 'N'.
           88 COMPANY-ON-TABLE         VALUE 'Y'.

      * The trader's exception history, read on the first exception
      * raised for them in the run.
       01 RULE-CODE-VALUES              PIC X(16)
                                        VALUE 'RTRPCHRNPRMVLRGT'.
       01 RULE-CODE-TABLE REDEFINES RULE-CODE-VALUES.
          05 RULE-CODE                  PIC X(04) OCCURS 4 TIMES
                                        INDEXED BY RL-IX.
       01 USER-HISTORY.
          05 UH-LOADED-SW               PIC X(01) VALUE 'N'.
             88 UH-LOADED              VALUE 'Y'.
          05 UH-TOTAL                   PIC 9(05) VALUE 0.
          05 UH-CHURN-THIS-MONTH-SW     PIC X(01) VALUE 'N'.
             88 UH-CHURN-THIS-MONTH    VALUE 'Y'.
          05 UH-RULE-PRIOR              PIC 9(05) OCCURS 4 TIMES.

      * The exception being raised.
       01 WS-EXCEPTION-FIELDS.
          03 WS-RULE                    PIC X(04).
          03 WS-EXC-COMPANY             PIC X(20).
          03 WS-DETAIL                  PIC X(60).
          03 WS-PICKED-COUNT            PIC 9(04) COMP VALUE 0.
          03 WS-TS-SUB                  PIC 9(02) COMP VALUE 0.
          03 WS-COMM-SUM                PIC 9(09)V99 COMP-3.
          03 WS-BASELINE                PIC 9(11)V99 COMP-3.
          03 WS-RATIO-PCT               PIC 9(07)V99 COMP-3.
          03 WS-THRESHOLD               PIC 9(03).
          03 WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
          03 WS-PCT-EDIT                PIC ZZ,ZZ9.99.
          03 WS-LIMIT-EDIT              PIC ZZ9.
          03 WS-COUNT-EDIT              PIC ZZZ9.
          03 WS-COUNT-EDIT-2            PIC ZZZ9.

      * SEGMENT SEARCH ARGUMENT, same shape TRADERBL builds

       01 SSA-CUSTOMER.
          03 SEGMENT-NAME       PIC X(8) VALUE 'CUSTSEG '.
          03 SEG-KEY-NAME       PIC X(11) VALUE '(KEYREC  EQ'.
          03 SSA-CUSTOMER-KEY   PIC X(60).
          03 FILLER             PIC X(1) VALUE '.'.
          03 SSA-CUSTOMER-COMP  PIC X(20).
          03 FILLER             PIC X(1) VALUE ')'.

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
          05 RC-LEDGER-READ             PIC 9(08) COMP VALUE 0.
          05 RC-TRADERS-SCANNED         PIC 9(08) COMP VALUE 0.
          05 RC-TRADERS-TRUNCATED       PIC 9(08) COMP VALUE 0.
          05 RC-ROUND-TRIPS             PIC 9(08) COMP VALUE 0.
          05 RC-CHURNING                PIC 9(08) COMP VALUE 0.
          05 RC-PRE-MOVE                PIC 9(08) COMP VALUE 0.
          05 RC-LARGE-TRADES            PIC 9(08) COMP VALUE 0.
          05 RC-REPEATS                 PIC 9(08) COMP VALUE 0.
          05 RC-ALREADY-RAISED          PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'TRADE SURVEILLANCE EXCEPTIONS -   '.
           05 RT-SURV-DATE        PIC 9(08).

       01 WS-EXCEPTION-LINE.
           05 EL-RULE             PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-USERID           PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-DETAIL           PIC X(50).
           05 FILLER              PIC X(06) VALUE '  NO. '.
           05 EL-USER-COUNT       PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 EL-REPEAT           PIC X(08).

       01 WS-TRADE-LINE.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 TL-TIMESTAMP        PIC 9(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TL-ACTION           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TL-COMPANY          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TL-SHARES           PIC ZZZ9.
           05 FILLER              PIC X(03) VALUE ' @ '.
           05 TL-PRICE            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SURV-DATE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RAISED-AT.
           PERFORM LOAD-THRESHOLDS.

           MOVE WS-SURV-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SURV-DATE) - WS-MOVE-DAYS.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SURV-DATE) - 30.
           COMPUTE WS-BASE-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF WS-WINDOW-START < WS-MONTH-START
              MOVE WS-WINDOW-START TO WS-KEEP-FROM
           ELSE
              MOVE WS-MONTH-START TO WS-KEEP-FROM
           END-IF.

           PERFORM LOAD-PRICE-MOVES.
           PERFORM LOAD-VALUATIONS.

           OPEN INPUT Trade-Ledger.
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'SURVSCAN: unable to open TRDLEDGR, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O Surv-Exceptions.
           IF NOT SURVEXC-NORMAL
              DISPLAY 'SURVSCAN: unable to open SURVEXC, status='
                      SURVEXC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Trade-Ledger
              GOBACK
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'SURVSCAN: unable to open SURVRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Surv-Exceptions
              CLOSE Trade-Ledger
              GOBACK
           END-IF.
           MOVE WS-SURV-DATE TO RT-SURV-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-ONE-LEDGER-RECORD
               UNTIL TRDLEDGR-EOF.
           IF WS-CURRENT-USERID NOT = LOW-VALUES
              PERFORM FINISH-ONE-TRADER
           END-IF.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Surv-Exceptions.
           CLOSE Trade-Ledger.

           IF RC-TRADERS-TRUNCATED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' SURVSCAN End-of-job reconciliation'
           DISPLAY '   Surveillance date    : ' WS-SURV-DATE
           DISPLAY '   Ledger records read  : ' RC-LEDGER-READ
           DISPLAY '   Traders scanned      : ' RC-TRADERS-SCANNED
           DISPLAY '   Traders truncated    : ' RC-TRADERS-TRUNCATED
           DISPLAY '   RTRP round trips     : ' RC-ROUND-TRIPS
           DISPLAY '   CHRN churning        : ' RC-CHURNING
           DISPLAY '   PRMV pre-move buying : ' RC-PRE-MOVE
           DISPLAY '   LRGT large trades    : ' RC-LARGE-TRADES
           DISPLAY '   Repeat rule breaks   : ' RC-REPEATS
           DISPLAY '   Already raised       : ' RC-ALREADY-RAISED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * LOAD-THRESHOLDS - each rule's threshold from its SURVSCAN run *
      * parameter, the default staying when it is not set.            *
      *****************************************************************
       LOAD-THRESHOLDS SECTION.
           MOVE WS-CHURN-PCT TO WS-PARM-TARGET.
           MOVE 'SURVCHURNPCT' TO RUNPLOOK-NAME.
           PERFORM GET-ONE-THRESHOLD.
           MOVE WS-PARM-TARGET TO WS-CHURN-PCT.

           MOVE WS-MOVE-PCT TO WS-PARM-TARGET.
           MOVE 'SURVMOVEPCT' TO RUNPLOOK-NAME.
           PERFORM GET-ONE-THRESHOLD.
           MOVE WS-PARM-TARGET TO WS-MOVE-PCT.

           MOVE WS-MOVE-DAYS TO WS-PARM-TARGET.
           MOVE 'SURVMOVEDAYS' TO RUNPLOOK-NAME.
           PERFORM GET-ONE-THRESHOLD.
           MOVE WS-PARM-TARGET TO WS-MOVE-DAYS.

           MOVE WS-MOVE-BUYS TO WS-PARM-TARGET.
           MOVE 'SURVMOVEBUYS' TO RUNPLOOK-NAME.
           PERFORM GET-ONE-THRESHOLD.
           MOVE WS-PARM-TARGET TO WS-MOVE-BUYS.

           MOVE WS-LARGE-PCT TO WS-PARM-TARGET.
           MOVE 'SURVLARGEPCT' TO RUNPLOOK-NAME.
           PERFORM GET-ONE-THRESHOLD.
           MOVE WS-PARM-TARGET TO WS-LARGE-PCT.

           MOVE 'E' TO RUNPLOOK-FUNCTION.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
       LOAD-THRESHOLDS-EXIT.
           EXIT.

       GET-ONE-THRESHOLD SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'SURVSCAN' TO RUNPLOOK-PROGRAM.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              AND RUNPLOOK-VALUE(1:3) NOT = '000'
              MOVE RUNPLOOK-VALUE(1:3) TO WS-PARM-TARGET
           END-IF.
       GET-ONE-THRESHOLD-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-PRICE-MOVES - each company's close on the surveillance   *
      * date against its latest close before it, from the COMPROLL    *
      * dailies.                                                      *
      *****************************************************************
       LOAD-PRICE-MOVES SECTION.
           OPEN INPUT Daily-History.
           IF NOT COMPDLY-NORMAL
              DISPLAY 'SURVSCAN: COMPDLY unavailable, status='
                      COMPDLY-FILE-STATUS ', PRMV not checked'
              GO TO LOAD-PRICE-MOVES-EXIT
           END-IF.
           PERFORM LOAD-ONE-DAILY-CLOSE
               UNTIL COMPDLY-EOF.
           CLOSE Daily-History.
           PERFORM COMPUTE-ONE-MOVE
               VARYING MV-IX FROM 1 BY 1
               UNTIL MV-IX > MV-ENTRY-COUNT.
       LOAD-PRICE-MOVES-EXIT.
           EXIT.

       LOAD-ONE-DAILY-CLOSE SECTION.
           READ Daily-History
              AT END
                 MOVE 'Y' TO COMPDLY-EOF-SWITCH
           END-READ
           IF COMPDLY-EOF
              GO TO LOAD-ONE-DAILY-CLOSE-EXIT
           END-IF
           IF COMPDLY-DATE > WS-SURV-DATE
              GO TO LOAD-ONE-DAILY-CLOSE-EXIT
           END-IF

           MOVE 'N' TO MOVE-FOUND-SW
           IF MV-ENTRY-COUNT > 0
              SET MV-IX TO 1
              SEARCH MV-ENTRY
                 WHEN MV-IX > MV-ENTRY-COUNT
                    CONTINUE
                 WHEN MV-COMPANY(MV-IX) = COMPDLY-COMPANY
                    MOVE 'Y' TO MOVE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT MOVE-ON-TABLE
              IF MV-ENTRY-COUNT = 200
                 GO TO LOAD-ONE-DAILY-CLOSE-EXIT
              END-IF
              ADD 1 TO MV-ENTRY-COUNT
              SET MV-IX TO MV-ENTRY-COUNT
              MOVE COMPDLY-COMPANY TO MV-COMPANY(MV-IX)
              MOVE 0 TO MV-PREV-DATE(MV-IX)
              MOVE 0 TO MV-PREV-CLOSE(MV-IX)
              MOVE 0 TO MV-TODAY-CLOSE(MV-IX)
           END-IF

           IF COMPDLY-DATE = WS-SURV-DATE
              COMPUTE MV-TODAY-CLOSE(MV-IX) =
                  FUNCTION NUMVAL(COMPDLY-CLOSE)
           ELSE
              IF COMPDLY-DATE > MV-PREV-DATE(MV-IX)
                 MOVE COMPDLY-DATE TO MV-PREV-DATE(MV-IX)
                 COMPUTE MV-PREV-CLOSE(MV-IX) =
                     FUNCTION NUMVAL(COMPDLY-CLOSE)
              END-IF
           END-IF
           .
       LOAD-ONE-DAILY-CLOSE-EXIT.
           EXIT.

       COMPUTE-ONE-MOVE SECTION.
           IF MV-PREV-CLOSE(MV-IX) = 0
              OR MV-TODAY-CLOSE(MV-IX) = 0
              MOVE 0 TO MV-RISE-PCT(MV-IX)
           ELSE
              COMPUTE MV-RISE-PCT(MV-IX) ROUNDED =
                  (MV-TODAY-CLOSE(MV-IX) - MV-PREV-CLOSE(MV-IX))
                  * 100 / MV-PREV-CLOSE(MV-IX)
           END-IF
           .
       COMPUTE-ONE-MOVE-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-VALUATIONS - per customer, the VALHIST values of the 30  *
      * days before the surveillance date (the LRGT baseline) and the *
      * latest value on or before it (the CHRN yardstick).            *
      *****************************************************************
       LOAD-VALUATIONS SECTION.
           OPEN INPUT Valuation-History.
           IF NOT VALHIST-NORMAL
              DISPLAY 'SURVSCAN: VALHIST unavailable, status='
                      VALHIST-FILE-STATUS ', CHRN and LRGT not checked'
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
           IF VALHIST-DATE > WS-SURV-DATE
              GO TO LOAD-ONE-VALUATION-EXIT
           END-IF

           MOVE VALHIST-USERID TO WS-WORK-USERID
           PERFORM LOCATE-VALUATION-ENTRY
           IF NOT VALUATION-ON-TABLE
              IF VB-ENTRY-COUNT = 1000
                 GO TO LOAD-ONE-VALUATION-EXIT
              END-IF
              ADD 1 TO VB-ENTRY-COUNT
              SET VB-IX TO VB-ENTRY-COUNT
              MOVE VALHIST-USERID TO VB-USERID(VB-IX)
              MOVE 0 TO VB-SUM(VB-IX)
              MOVE 0 TO VB-DAYS(VB-IX)
              MOVE 0 TO VB-LATEST-DATE(VB-IX)
              MOVE 0 TO VB-LATEST(VB-IX)
           END-IF

           IF VALHIST-DATE NOT < WS-BASE-START
              AND VALHIST-DATE < WS-SURV-DATE
              ADD VALHIST-TOTAL-VALUE TO VB-SUM(VB-IX)
              ADD 1 TO VB-DAYS(VB-IX)
           END-IF
           IF VALHIST-DATE NOT < VB-LATEST-DATE(VB-IX)
              MOVE VALHIST-DATE TO VB-LATEST-DATE(VB-IX)
              MOVE VALHIST-TOTAL-VALUE TO VB-LATEST(VB-IX)
           END-IF
           .
       LOAD-ONE-VALUATION-EXIT.
           EXIT.

       LOCATE-VALUATION-ENTRY SECTION.
           MOVE 'N' TO VALUATION-FOUND-SW
           IF VB-ENTRY-COUNT > 0
              SET VB-IX TO 1
              SEARCH VB-ENTRY
                 WHEN VB-IX > VB-ENTRY-COUNT
                    CONTINUE
                 WHEN VB-USERID(VB-IX) = WS-WORK-USERID
                    MOVE 'Y' TO VALUATION-FOUND-SW
              END-SEARCH
           END-IF
           .
       LOCATE-VALUATION-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * READ-ONE-LEDGER-RECORD - the ledger streams in userid order;  *
      * each trader's buys and sells inside the window are gathered   *
      * and the rules run when the userid changes. Corporate-action   *
      * and transfer adjustments are not trading behaviour.           *
      *****************************************************************
       READ-ONE-LEDGER-RECORD SECTION.
           READ Trade-Ledger NEXT RECORD
              AT END
                 MOVE 'Y' TO TRDLEDGR-EOF-SWITCH
           END-READ
           IF TRDLEDGR-EOF
              GO TO READ-ONE-LEDGER-RECORD-EXIT
           END-IF
           IF NOT TRDLEDGR-NORMAL
              DISPLAY 'SURVSCAN: TRDLEDGR read failed, status='
                      TRDLEDGR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO TRDLEDGR-EOF-SWITCH
              GO TO READ-ONE-LEDGER-RECORD-EXIT
           END-IF
           ADD 1 TO RC-LEDGER-READ

           IF TRDLEDGR-USERID NOT = WS-CURRENT-USERID
              IF WS-CURRENT-USERID NOT = LOW-VALUES
                 PERFORM FINISH-ONE-TRADER
              END-IF
              MOVE TRDLEDGR-USERID TO WS-CURRENT-USERID
              MOVE 0 TO TT-ENTRY-COUNT
              MOVE 'N' TO TRADE-TABLE-FULL-SW
              MOVE 'N' TO UH-LOADED-SW
           END-IF

           IF TRDLEDGR-ACTION NOT = SUBTYPE-BUY
              AND TRDLEDGR-ACTION NOT = SUBTYPE-SELL
              GO TO READ-ONE-LEDGER-RECORD-EXIT
           END-IF
           IF TRDLEDGR-TIMESTAMP(1:8) < WS-KEEP-FROM
              OR TRDLEDGR-TIMESTAMP(1:8) > WS-SURV-DATE
              GO TO READ-ONE-LEDGER-RECORD-EXIT
           END-IF
           IF TT-ENTRY-COUNT = 300
              IF NOT TRADE-TABLE-FULL
                 MOVE 'Y' TO TRADE-TABLE-FULL-SW
                 ADD 1 TO RC-TRADERS-TRUNCATED
                 DISPLAY 'SURVSCAN: more than 300 trades in the '
                         'window for ' WS-CURRENT-USERID(1:20)
                         ', later trades not scanned'
              END-IF
              GO TO READ-ONE-LEDGER-RECORD-EXIT
           END-IF

           ADD 1 TO TT-ENTRY-COUNT
           SET TT-IX TO TT-ENTRY-COUNT
           MOVE TRDLEDGR-TIMESTAMP TO TT-TIMESTAMP(TT-IX)
           MOVE TRDLEDGR-COMPANY TO TT-COMPANY(TT-IX)
           MOVE TRDLEDGR-ACTION TO TT-ACTION(TT-IX)
           MOVE TRDLEDGR-SHARES TO TT-SHARES(TT-IX)
           MOVE TRDLEDGR-PRICE TO TT-PRICE(TT-IX)
           COMPUTE TT-VALUE(TT-IX) =
               FUNCTION NUMVAL(TRDLEDGR-PRICE) * TRDLEDGR-SHARES
      * A foreign-listed trade's value is taken in base currency at
      * the rate it was converted at, to compare with VALHIST.
           IF TRDLEDGR-FX-RATE IS NUMERIC
              AND TRDLEDGR-FX-RATE > 0
              COMPUTE TT-VALUE(TT-IX) ROUNDED =
                  TT-VALUE(TT-IX) * TRDLEDGR-FX-RATE
           END-IF
           IF TRDLEDGR-COMMISSION IS NUMERIC
              MOVE TRDLEDGR-COMMISSION TO TT-COMMISSION(TT-IX)
           ELSE
              MOVE 0 TO TT-COMMISSION(TT-IX)
           END-IF
           .
       READ-ONE-LEDGER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * FINISH-ONE-TRADER - the four rules over the trader's gathered *
      * trades.                                                       *
      *****************************************************************
       FINISH-ONE-TRADER SECTION.
           IF TT-ENTRY-COUNT = 0
              GO TO FINISH-ONE-TRADER-EXIT
           END-IF
           ADD 1 TO RC-TRADERS-SCANNED

           MOVE 0 TO DC-ENTRY-COUNT
           MOVE 0 TO WC-ENTRY-COUNT
           PERFORM TALLY-ONE-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT

           PERFORM CHECK-ROUND-TRIP
               VARYING DC-IX FROM 1 BY 1
               UNTIL DC-IX > DC-ENTRY-COUNT
           PERFORM CHECK-LARGE-TRADES
               VARYING DC-IX FROM 1 BY 1
               UNTIL DC-IX > DC-ENTRY-COUNT
           IF DC-ENTRY-COUNT > 0
              PERFORM CHECK-CHURNING
           END-IF
           PERFORM CHECK-PRE-MOVE
               VARYING WC-IX FROM 1 BY 1
               UNTIL WC-IX > WC-ENTRY-COUNT
           .
       FINISH-ONE-TRADER-EXIT.
           EXIT.

       TALLY-ONE-TRADE SECTION.
           MOVE TT-COMPANY(TT-IX) TO WS-COMPANY-WORK
           IF TT-DATE(TT-IX) = WS-SURV-DATE
              MOVE 'N' TO WS-COMPANY-FOUND-SW
              IF DC-ENTRY-COUNT > 0
                 SET DC-IX TO 1
                 SEARCH DC-ENTRY
                    WHEN DC-IX > DC-ENTRY-COUNT
                       CONTINUE
                    WHEN DC-COMPANY(DC-IX) = WS-COMPANY-WORK
                       MOVE 'Y' TO WS-COMPANY-FOUND-SW
                 END-SEARCH
              END-IF
              IF NOT COMPANY-ON-TABLE
                 IF DC-ENTRY-COUNT = 50
                    GO TO TALLY-ONE-TRADE-EXIT
                 END-IF
                 ADD 1 TO DC-ENTRY-COUNT
                 SET DC-IX TO DC-ENTRY-COUNT
                 MOVE WS-COMPANY-WORK TO DC-COMPANY(DC-IX)
                 MOVE 0 TO DC-BUYS(DC-IX)
                 MOVE 0 TO DC-SELLS(DC-IX)
              END-IF
              IF TT-ACTION(TT-IX) = SUBTYPE-BUY
                 ADD 1 TO DC-BUYS(DC-IX)
              ELSE
                 ADD 1 TO DC-SELLS(DC-IX)
              END-IF
              GO TO TALLY-ONE-TRADE-EXIT
           END-IF

           IF TT-DATE(TT-IX) NOT < WS-WINDOW-START
              AND TT-ACTION(TT-IX) = SUBTYPE-BUY
              MOVE 'N' TO WS-COMPANY-FOUND-SW
              IF WC-ENTRY-COUNT > 0
                 SET WC-IX TO 1
                 SEARCH WC-ENTRY
                    WHEN WC-IX > WC-ENTRY-COUNT
                       CONTINUE
                    WHEN WC-COMPANY(WC-IX) = WS-COMPANY-WORK
                       MOVE 'Y' TO WS-COMPANY-FOUND-SW
                 END-SEARCH
              END-IF
              IF NOT COMPANY-ON-TABLE
                 IF WC-ENTRY-COUNT = 50
                    GO TO TALLY-ONE-TRADE-EXIT
                 END-IF
                 ADD 1 TO WC-ENTRY-COUNT
                 SET WC-IX TO WC-ENTRY-COUNT
                 MOVE WS-COMPANY-WORK TO WC-COMPANY(WC-IX)
                 MOVE 0 TO WC-BUYS(WC-IX)
              END-IF
              ADD 1 TO WC-BUYS(WC-IX)
           END-IF
           .
       TALLY-ONE-TRADE-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ROUND-TRIP - bought and sold the same company on the    *
      * day; every trade of the day in the company is behind it.      *
      *****************************************************************
       CHECK-ROUND-TRIP SECTION.
           IF DC-BUYS(DC-IX) = 0 OR DC-SELLS(DC-IX) = 0
              GO TO CHECK-ROUND-TRIP-EXIT
           END-IF
           PERFORM CLEAR-ONE-PICK
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           PERFORM PICK-DAY-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT

           MOVE 'RTRP' TO WS-RULE
           MOVE DC-COMPANY(DC-IX) TO WS-EXC-COMPANY
           MOVE SPACES TO WS-DETAIL
           MOVE DC-BUYS(DC-IX) TO WS-COUNT-EDIT
           MOVE DC-SELLS(DC-IX) TO WS-COUNT-EDIT-2
           STRING WS-COUNT-EDIT ' BUY(S) AND ' WS-COUNT-EDIT-2
                  ' SELL(S) ON THE DAY' DELIMITED BY SIZE
                  INTO WS-DETAIL
           PERFORM RAISE-EXCEPTION
           .
       CHECK-ROUND-TRIP-EXIT.
           EXIT.

       PICK-DAY-TRADE SECTION.
           IF TT-DATE(TT-IX) = WS-SURV-DATE
              AND TT-COMPANY(TT-IX) = DC-COMPANY(DC-IX)
              MOVE 'Y' TO TT-PICK-SW(TT-IX)
           END-IF
           .
       PICK-DAY-TRADE-EXIT.
           EXIT.

       CLEAR-ONE-PICK SECTION.
           MOVE 'N' TO TT-PICK-SW(TT-IX)
           .
       CLEAR-ONE-PICK-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-LARGE-TRADES - any trade of the day in the company      *
      * worth SURVLARGEPCT percent or more of the customer's average  *
      * value over the last 30 days. No baseline, no check.           *
      *****************************************************************
       CHECK-LARGE-TRADES SECTION.
           MOVE WS-CURRENT-USERID TO WS-WORK-USERID
           PERFORM LOCATE-VALUATION-ENTRY
           IF NOT VALUATION-ON-TABLE
              GO TO CHECK-LARGE-TRADES-EXIT
           END-IF
           IF VB-DAYS(VB-IX) < 5
              GO TO CHECK-LARGE-TRADES-EXIT
           END-IF
           COMPUTE WS-BASELINE ROUNDED =
               VB-SUM(VB-IX) / VB-DAYS(VB-IX)
           IF WS-BASELINE = 0
              GO TO CHECK-LARGE-TRADES-EXIT
           END-IF

           PERFORM CLEAR-ONE-PICK
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           MOVE 0 TO WS-RATIO-PCT
           PERFORM PICK-LARGE-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           IF WS-RATIO-PCT = 0
              GO TO CHECK-LARGE-TRADES-EXIT
           END-IF

           MOVE 'LRGT' TO WS-RULE
           MOVE DC-COMPANY(DC-IX) TO WS-EXC-COMPANY
           MOVE SPACES TO WS-DETAIL
           MOVE WS-RATIO-PCT TO WS-PCT-EDIT
           MOVE WS-BASELINE TO WS-AMOUNT-EDIT
           STRING 'TRADE ' WS-PCT-EDIT '% OF 30-DAY AVG '
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO WS-DETAIL
           PERFORM RAISE-EXCEPTION
           .
       CHECK-LARGE-TRADES-EXIT.
           EXIT.

      * Picks each large trade and keeps the largest ratio for the
      * exception's detail.
       PICK-LARGE-TRADE SECTION.
           IF TT-DATE(TT-IX) NOT = WS-SURV-DATE
              OR TT-COMPANY(TT-IX) NOT = DC-COMPANY(DC-IX)
              GO TO PICK-LARGE-TRADE-EXIT
           END-IF
           IF TT-VALUE(TT-IX) * 100 / WS-BASELINE < WS-LARGE-PCT
              GO TO PICK-LARGE-TRADE-EXIT
           END-IF
           MOVE 'Y' TO TT-PICK-SW(TT-IX)
           IF TT-VALUE(TT-IX) * 100 / WS-BASELINE > WS-RATIO-PCT
              COMPUTE WS-RATIO-PCT ROUNDED =
                  TT-VALUE(TT-IX) * 100 / WS-BASELINE
           END-IF
           .
       PICK-LARGE-TRADE-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-CHURNING - month-to-date commission against the latest  *
      * holdings value, looked at on days the account trades and      *
      * raised at most once a month.                                  *
      *****************************************************************
       CHECK-CHURNING SECTION.
           MOVE WS-CURRENT-USERID TO WS-WORK-USERID
           PERFORM LOCATE-VALUATION-ENTRY
           IF NOT VALUATION-ON-TABLE
              GO TO CHECK-CHURNING-EXIT
           END-IF
           IF VB-LATEST(VB-IX) = 0
              GO TO CHECK-CHURNING-EXIT
           END-IF

           MOVE 0 TO WS-COMM-SUM
           PERFORM CLEAR-ONE-PICK
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           PERFORM PICK-MONTH-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           COMPUTE WS-RATIO-PCT ROUNDED =
               WS-COMM-SUM * 100 / VB-LATEST(VB-IX)
           IF WS-RATIO-PCT < WS-CHURN-PCT
              GO TO CHECK-CHURNING-EXIT
           END-IF

           PERFORM LOAD-USER-HISTORY
           IF UH-CHURN-THIS-MONTH
              GO TO CHECK-CHURNING-EXIT
           END-IF

           MOVE 'CHRN' TO WS-RULE
           MOVE SPACES TO WS-EXC-COMPANY
           MOVE SPACES TO WS-DETAIL
           MOVE WS-COMM-SUM TO WS-AMOUNT-EDIT
           MOVE WS-RATIO-PCT TO WS-PCT-EDIT
           STRING 'MTD COMMISSION ' WS-AMOUNT-EDIT ' = '
                  WS-PCT-EDIT '% OF VALUE' DELIMITED BY SIZE
                  INTO WS-DETAIL
           PERFORM RAISE-EXCEPTION
           .
       CHECK-CHURNING-EXIT.
           EXIT.

       PICK-MONTH-TRADE SECTION.
           IF TT-DATE(TT-IX) NOT < WS-MONTH-START
              MOVE 'Y' TO TT-PICK-SW(TT-IX)
              ADD TT-COMMISSION(TT-IX) TO WS-COMM-SUM
           END-IF
           .
       PICK-MONTH-TRADE-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-PRE-MOVE - enough buys in a company in the days before  *
      * a close that rose past the position's own ALARM-CHANGE        *
      * percent (the SURVMOVEPCT default when it carries '000').      *
      *****************************************************************
       CHECK-PRE-MOVE SECTION.
           IF WC-BUYS(WC-IX) < WS-MOVE-BUYS
              GO TO CHECK-PRE-MOVE-EXIT
           END-IF
           MOVE 'N' TO MOVE-FOUND-SW
           IF MV-ENTRY-COUNT > 0
              SET MV-IX TO 1
              SEARCH MV-ENTRY
                 WHEN MV-IX > MV-ENTRY-COUNT
                    CONTINUE
                 WHEN MV-COMPANY(MV-IX) = WC-COMPANY(WC-IX)
                    MOVE 'Y' TO MOVE-FOUND-SW
              END-SEARCH
           END-IF
           IF NOT MOVE-ON-TABLE
              GO TO CHECK-PRE-MOVE-EXIT
           END-IF
           IF MV-RISE-PCT(MV-IX) NOT > 0
              GO TO CHECK-PRE-MOVE-EXIT
           END-IF

           MOVE WS-MOVE-PCT TO WS-THRESHOLD
           MOVE WS-CURRENT-USERID TO SSA-CUSTOMER-KEY
           MOVE WC-COMPANY(WC-IX) TO SSA-CUSTOMER-COMP
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-CUST,
               CUSTOMER-IO-BUFFER, SSA-CUSTOMER
           IF DB-CUST-STATUS = NORMAL
              AND ALARM-PERCENT IS NUMERIC
              AND ALARM-PERCENT NOT = '000'
              MOVE ALARM-PERCENT TO WS-THRESHOLD
           END-IF
           IF MV-RISE-PCT(MV-IX) < WS-THRESHOLD
              GO TO CHECK-PRE-MOVE-EXIT
           END-IF

           PERFORM CLEAR-ONE-PICK
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           PERFORM PICK-WINDOW-BUY
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT

           MOVE 'PRMV' TO WS-RULE
           MOVE WC-COMPANY(WC-IX) TO WS-EXC-COMPANY
           MOVE SPACES TO WS-DETAIL
           MOVE WC-BUYS(WC-IX) TO WS-COUNT-EDIT
           MOVE MV-RISE-PCT(MV-IX) TO WS-PCT-EDIT
           MOVE WS-THRESHOLD TO WS-LIMIT-EDIT
           STRING WS-COUNT-EDIT ' BUY(S) BEFORE RISE OF '
                  WS-PCT-EDIT '% (ALARM ' WS-LIMIT-EDIT '%)'
                  DELIMITED BY SIZE INTO WS-DETAIL
           PERFORM RAISE-EXCEPTION
           .
       CHECK-PRE-MOVE-EXIT.
           EXIT.

       PICK-WINDOW-BUY SECTION.
           IF TT-DATE(TT-IX) NOT < WS-WINDOW-START
              AND TT-DATE(TT-IX) < WS-SURV-DATE
              AND TT-ACTION(TT-IX) = SUBTYPE-BUY
              AND TT-COMPANY(TT-IX) = WC-COMPANY(WC-IX)
              MOVE 'Y' TO TT-PICK-SW(TT-IX)
           END-IF
           .
       PICK-WINDOW-BUY-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-USER-HISTORY - the trader's exceptions already on file:  *
      * the running count, earlier-month breaks per rule, and whether *
      * CHRN was already raised this month.                           *
      *****************************************************************
       LOAD-USER-HISTORY SECTION.
           IF UH-LOADED
              GO TO LOAD-USER-HISTORY-EXIT
           END-IF
           MOVE 'Y' TO UH-LOADED-SW
           MOVE 0 TO UH-TOTAL
           MOVE 'N' TO UH-CHURN-THIS-MONTH-SW
           MOVE 0 TO UH-RULE-PRIOR(1) UH-RULE-PRIOR(2)
                     UH-RULE-PRIOR(3) UH-RULE-PRIOR(4)

           MOVE LOW-VALUES TO SURVEXC-KEY
           MOVE WS-CURRENT-USERID TO SURVEXC-USERID
           START Surv-Exceptions KEY IS NOT LESS THAN
                                    SURVEXC-KEY OF SURVEXC-RECORD
           IF NOT SURVEXC-NORMAL
              GO TO LOAD-USER-HISTORY-EXIT
           END-IF
           MOVE 'N' TO SURVEXC-EOF-SWITCH
           PERFORM COUNT-ONE-PRIOR-EXCEPTION
               UNTIL SURVEXC-EOF
           .
       LOAD-USER-HISTORY-EXIT.
           EXIT.

       COUNT-ONE-PRIOR-EXCEPTION SECTION.
           READ Surv-Exceptions NEXT RECORD
           IF NOT SURVEXC-NORMAL
              OR SURVEXC-USERID NOT = WS-CURRENT-USERID
              MOVE 'Y' TO SURVEXC-EOF-SWITCH
              GO TO COUNT-ONE-PRIOR-EXCEPTION-EXIT
           END-IF
           ADD 1 TO UH-TOTAL
           IF SURVEXC-CHURNING
              AND SURVEXC-DATE(1:6) = WS-SURV-YYYYMM
              MOVE 'Y' TO UH-CHURN-THIS-MONTH-SW
           END-IF
           IF SURVEXC-DATE(1:6) < WS-SURV-YYYYMM
              SET RL-IX TO 1
              SEARCH RULE-CODE
                 WHEN RULE-CODE(RL-IX) = SURVEXC-RULE
                    ADD 1 TO UH-RULE-PRIOR(RL-IX)
              END-SEARCH
           END-IF
           .
       COUNT-ONE-PRIOR-EXCEPTION-EXIT.
           EXIT.

      *****************************************************************
      * RAISE-EXCEPTION - queues the exception with the picked trades *
      * behind it and prints it. One already on file for the same     *
      * day (a rerun) is left as it is.                               *
      *****************************************************************
       RAISE-EXCEPTION SECTION.
           PERFORM LOAD-USER-HISTORY

           MOVE SPACES TO SURVEXC-RECORD
           MOVE WS-CURRENT-USERID TO SURVEXC-USERID
           MOVE WS-RULE TO SURVEXC-RULE
           MOVE WS-SURV-DATE TO SURVEXC-DATE
           MOVE WS-EXC-COMPANY TO SURVEXC-COMPANY
           MOVE 'O' TO SURVEXC-STATUS
           COMPUTE SURVEXC-USER-COUNT = UH-TOTAL + 1
           SET RL-IX TO 1
           SEARCH RULE-CODE
              WHEN RULE-CODE(RL-IX) = WS-RULE
                 MOVE UH-RULE-PRIOR(RL-IX) TO SURVEXC-RULE-REPEATS
           END-SEARCH
           MOVE WS-DETAIL TO SURVEXC-DETAIL
           MOVE 0 TO WS-PICKED-COUNT
           MOVE 0 TO WS-TS-SUB
           PERFORM CLEAR-ONE-TRADE-TS
               VARYING WS-TS-SUB FROM 1 BY 1
               UNTIL WS-TS-SUB > 10
           MOVE 0 TO WS-TS-SUB
           PERFORM CARRY-ONE-PICKED-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           MOVE WS-PICKED-COUNT TO SURVEXC-TRADES-BEHIND
           MOVE WS-RAISED-AT TO SURVEXC-RAISED-AT

           WRITE SURVEXC-RECORD
           IF SURVEXC-DUPLICATE
              ADD 1 TO RC-ALREADY-RAISED
              GO TO RAISE-EXCEPTION-EXIT
           END-IF
           IF NOT SURVEXC-NORMAL
              DISPLAY 'SURVSCAN: SURVEXC write failed, status='
                      SURVEXC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO RAISE-EXCEPTION-EXIT
           END-IF
           ADD 1 TO UH-TOTAL
           IF WS-RULE = 'CHRN'
              MOVE 'Y' TO UH-CHURN-THIS-MONTH-SW
           END-IF
           EVALUATE WS-RULE
              WHEN 'RTRP'
                 ADD 1 TO RC-ROUND-TRIPS
              WHEN 'CHRN'
                 ADD 1 TO RC-CHURNING
              WHEN 'PRMV'
                 ADD 1 TO RC-PRE-MOVE
              WHEN 'LRGT'
                 ADD 1 TO RC-LARGE-TRADES
           END-EVALUATE

           MOVE WS-RULE TO EL-RULE
           MOVE WS-CURRENT-USERID(1:30) TO EL-USERID
           MOVE WS-EXC-COMPANY TO EL-COMPANY
           MOVE WS-DETAIL TO EL-DETAIL
           MOVE SURVEXC-USER-COUNT TO EL-USER-COUNT
           IF SURVEXC-RULE-REPEATS > 0
              ADD 1 TO RC-REPEATS
              MOVE 'REPEAT' TO EL-REPEAT
           ELSE
              MOVE SPACES TO EL-REPEAT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-PICKED-TRADE
               VARYING TT-IX FROM 1 BY 1
               UNTIL TT-IX > TT-ENTRY-COUNT
           .
       RAISE-EXCEPTION-EXIT.
           EXIT.

       CLEAR-ONE-TRADE-TS SECTION.
           MOVE 0 TO SURVEXC-TRADE-TS(WS-TS-SUB)
           .
       CLEAR-ONE-TRADE-TS-EXIT.
           EXIT.

       CARRY-ONE-PICKED-TRADE SECTION.
           IF NOT TT-PICKED(TT-IX)
              GO TO CARRY-ONE-PICKED-TRADE-EXIT
           END-IF
           ADD 1 TO WS-PICKED-COUNT
           IF WS-TS-SUB < 10
              ADD 1 TO WS-TS-SUB
              MOVE TT-TIMESTAMP(TT-IX) TO SURVEXC-TRADE-TS(WS-TS-SUB)
           END-IF
           .
       CARRY-ONE-PICKED-TRADE-EXIT.
           EXIT.

       PRINT-ONE-PICKED-TRADE SECTION.
           IF NOT TT-PICKED(TT-IX)
              GO TO PRINT-ONE-PICKED-TRADE-EXIT
           END-IF
           MOVE TT-TIMESTAMP(TT-IX) TO TL-TIMESTAMP
           IF TT-ACTION(TT-IX) = SUBTYPE-BUY
              MOVE 'BUY ' TO TL-ACTION
           ELSE
              MOVE 'SELL' TO TL-ACTION
           END-IF
           MOVE TT-COMPANY(TT-IX) TO TL-COMPANY
           MOVE TT-SHARES(TT-IX) TO TL-SHARES
           MOVE TT-PRICE(TT-IX) TO TL-PRICE
           MOVE TT-VALUE(TT-IX) TO TL-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TRADE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-ONE-PICKED-TRADE-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RTRP ROUND TRIPS:             ' TO CT-LABEL.
           MOVE RC-ROUND-TRIPS TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHRN CHURNING:                ' TO CT-LABEL.
           MOVE RC-CHURNING TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRMV PRE-MOVE BUYING:         ' TO CT-LABEL.
           MOVE RC-PRE-MOVE TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LRGT LARGE TRADES:            ' TO CT-LABEL.
           MOVE RC-LARGE-TRADES TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REPEATS OF EARLIER MONTHS:    ' TO CT-LABEL.
           MOVE RC-REPEATS TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.
