       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. FXLOAD.
      * Daily exchange rate loader: reads the FXFEED file of
      * currency/rate/date lines, validates each one and sets the
      * currency's FXRATE record, keeping the rate it replaced so the
      * movement shows on the report. Runs before trading opens, the
      * way PRICEFD loads the day's prices. A trade in a company on
      * COMPCCY converts at the rate loaded here and is blocked when
      * the rate is missing or not dated today, so after the load
      * every currency on COMPCCY is checked and any without a rate
      * for today is listed and ends the run with return code 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Feed-Input ASSIGN TO FXFEED
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FXFEED-STATUS.

           SELECT FX-Rates ASSIGN TO FXRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXRATE-KEY OF FXRATE-RECORD
              FILE STATUS IS FXRATE-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT Report-Output ASSIGN TO FXRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One rate per line: ISO currency code, base-currency units per
      * unit of the currency in the '0000.000000' shape, and the date
      * the rate is for.
       FD  Feed-Input.
       01  FEED-INPUT-RECORD.
           05  FEED-CURRENCY          PIC X(03).
           05  FILLER                 PIC X(01).
           05  FEED-RATE              PIC X(11).
           05  FILLER                 PIC X(01).
           05  FEED-RATE-DATE         PIC X(08).
           05  FILLER                 PIC X(56).

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 FXFEED-STATUS                 PIC X(2).
           88 FXFEED-NORMAL            VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 FEED-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 FEED-EOF                 VALUE 'Y'.
       01 COMPCCY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPCCY-EOF              VALUE 'Y'.

       01 TIMESTAMP                     PIC 9(14).
       01 WS-RUN-DATE                   PIC 9(08).
       01 WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01 WS-RATE-NUM                   PIC 9(07)V9(06) COMP-3.
       01 WS-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
           88 WS-RATE-ON-FILE          VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
          05 RC-LINES-READ              PIC 9(08) COMP VALUE 0.
          05 RC-RATES-LOADED            PIC 9(08) COMP VALUE 0.
          05 RC-LINES-REJECTED          PIC 9(08) COMP VALUE 0.
          05 RC-COMPANIES-CHECKED       PIC 9(08) COMP VALUE 0.
          05 RC-COMPANIES-BLOCKED       PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(29) VALUE
              'EXCHANGE RATE FEED LOAD -    '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-LOADED-LINE.
           05 FILLER              PIC X(09) VALUE 'LOADED   '.
           05 LD-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-RATE             PIC Z(03)9.9(06).
           05 FILLER              PIC X(07) VALUE ' DATED '.
           05 LD-RATE-DATE        PIC 9(08).
           05 FILLER              PIC X(12) VALUE '  PREVIOUS: '.
           05 LD-PREVIOUS-RATE    PIC Z(03)9.9(06).
           05 LD-PREVIOUS-X REDEFINES LD-PREVIOUS-RATE
                                  PIC X(11).
           05 FILLER              PIC X(07) VALUE ' DATED '.
           05 LD-PREVIOUS-DATE    PIC 9(08).
           05 LD-PREVIOUS-DATE-X REDEFINES LD-PREVIOUS-DATE
                                  PIC X(08).

       01 WS-REJECT-LINE.
           05 FILLER              PIC X(09) VALUE 'REJECTED '.
           05 RJ-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-RATE             PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RJ-RATE-DATE        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-REASON           PIC X(40).

       01 WS-BLOCKED-LINE.
           05 FILLER              PIC X(09) VALUE 'NO RATE  '.
           05 BL-CURRENCY         PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-COMPANY          PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BL-NOTE             PIC X(50).

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(20).
           05 CN-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           OPEN INPUT Feed-Input.
           IF NOT FXFEED-NORMAL
              DISPLAY 'FXLOAD: unable to open FXFEED, status='
                      FXFEED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O FX-Rates.
           IF NOT FXRATE-NORMAL
              DISPLAY 'FXLOAD: unable to open FXRATE, status='
                      FXRATE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Feed-Input
              GOBACK
           END-IF.

           OPEN INPUT Company-Currency.
           IF NOT COMPCCY-NORMAL
              DISPLAY 'FXLOAD: unable to open COMPCCY, status='
                      COMPCCY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Feed-Input
              CLOSE FX-Rates
              GOBACK
           END-IF.

           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'FXLOAD: unable to open FXRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Feed-Input
              CLOSE FX-Rates
              CLOSE Company-Currency
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM READ-NEXT-FEED-LINE.
           PERFORM LOAD-ONE-RATE
               UNTIL FEED-EOF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-COMPANY-CURRENCY.
           PERFORM CHECK-ONE-COMPANY-RATE
               UNTIL COMPCCY-EOF.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Company-Currency.
           CLOSE FX-Rates.
           CLOSE Feed-Input.
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
       READ-NEXT-FEED-LINE SECTION.
           READ Feed-Input
              AT END
                 MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ
           IF NOT FEED-EOF
              ADD 1 TO RC-LINES-READ
           END-IF
           .
       READ-NEXT-FEED-LINE-EXIT.
           EXIT.
      *****************************************************************
      * LOAD-ONE-RATE - validates the line and sets the currency's    *
      * FXRATE record, keeping the rate it replaces. A rate dated     *
      * other than today still loads (it values holdings) but will    *
      * not let the currency trade; the COMPCCY check lists it.       *
      *****************************************************************
       LOAD-ONE-RATE SECTION.
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
              WHEN FEED-CURRENCY = SPACES
                 MOVE 'CURRENCY CODE MISSING' TO WS-REJECT-REASON
              WHEN FEED-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR FEED-CURRENCY(3:1) = SPACE
                 MOVE 'CURRENCY CODE MUST BE THREE LETTERS' TO
                      WS-REJECT-REASON
              WHEN FUNCTION TEST-NUMVAL(FEED-RATE) NOT = 0
                 MOVE 'RATE IS NOT NUMERIC' TO WS-REJECT-REASON
              WHEN FEED-RATE-DATE IS NOT NUMERIC
                 MOVE 'RATE DATE IS NOT NUMERIC' TO
                      WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(FEED-RATE)
              EVALUATE TRUE
                 WHEN WS-RATE-NUM = 0
                    MOVE 'RATE IS ZERO' TO WS-REJECT-REASON
                 WHEN WS-RATE-NUM > 9999.999999
                    MOVE 'RATE OUT OF RANGE' TO WS-REJECT-REASON
                 WHEN FEED-RATE-DATE > WS-RUN-DATE
                    MOVE 'RATE DATE IS IN THE FUTURE' TO
                         WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-ONE-RATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO RC-LINES-REJECTED
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE FEED-CURRENCY TO RJ-CURRENCY
              MOVE FEED-RATE TO RJ-RATE
              MOVE FEED-RATE-DATE TO RJ-RATE-DATE
              MOVE WS-REJECT-REASON TO RJ-REASON
              MOVE SPACES TO REPORT-LINE
              MOVE WS-REJECT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           PERFORM READ-NEXT-FEED-LINE
           .
       LOAD-ONE-RATE-EXIT.
           EXIT.
      *****************************************************************
      * APPLY-ONE-RATE - rewrites the currency's FXRATE record, or    *
      * adds it for a currency seen for the first time, and lists     *
      * the new rate beside the one it replaced.                      *
      *****************************************************************
       APPLY-ONE-RATE SECTION.
           MOVE FEED-CURRENCY TO FXRATE-CURRENCY
           READ FX-Rates KEY IS FXRATE-KEY OF FXRATE-RECORD
           IF FXRATE-NORMAL
              MOVE 'Y' TO WS-RATE-FOUND-SW
              MOVE FXRATE-RATE TO FXRATE-PREVIOUS-RATE
              MOVE FXRATE-RATE-DATE TO FXRATE-PREVIOUS-DATE
           ELSE
              MOVE 'N' TO WS-RATE-FOUND-SW
              MOVE SPACES TO FXRATE-RECORD
              MOVE FEED-CURRENCY TO FXRATE-CURRENCY
              MOVE 0 TO FXRATE-PREVIOUS-RATE
              MOVE 0 TO FXRATE-PREVIOUS-DATE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP
           MOVE WS-RATE-NUM TO FXRATE-RATE
           MOVE FEED-RATE-DATE TO FXRATE-RATE-DATE
           MOVE TIMESTAMP TO FXRATE-LOADED-STAMP
           IF WS-RATE-ON-FILE
              REWRITE FXRATE-RECORD
           ELSE
              WRITE FXRATE-RECORD
           END-IF
           IF NOT FXRATE-NORMAL
              DISPLAY 'FXLOAD: FXRATE update failed, status='
                      FXRATE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'FXRATE UPDATE FAILED' TO WS-REJECT-REASON
              GO TO APPLY-ONE-RATE-EXIT
           END-IF

           ADD 1 TO RC-RATES-LOADED
           MOVE FXRATE-CURRENCY TO LD-CURRENCY
           MOVE FXRATE-RATE TO LD-RATE
           MOVE FXRATE-RATE-DATE TO LD-RATE-DATE
           IF WS-RATE-ON-FILE
              MOVE FXRATE-PREVIOUS-RATE TO LD-PREVIOUS-RATE
              MOVE FXRATE-PREVIOUS-DATE TO LD-PREVIOUS-DATE
           ELSE
              MOVE 'NEW' TO LD-PREVIOUS-X
              MOVE SPACES TO LD-PREVIOUS-DATE-X
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LOADED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       APPLY-ONE-RATE-EXIT.
           EXIT.
      *****************************************************************
       READ-NEXT-COMPANY-CURRENCY SECTION.
           READ Company-Currency NEXT RECORD
              AT END
                 MOVE 'Y' TO COMPCCY-EOF-SWITCH
           END-READ
           .
       READ-NEXT-COMPANY-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
      * CHECK-ONE-COMPANY-RATE - a company quoted in a currency with  *
      * no usable rate dated today cannot be traded until one is      *
      * loaded; each such company is listed with its currency and     *
      * the run ends with return code 4.                              *
      *****************************************************************
       CHECK-ONE-COMPANY-RATE SECTION.
           IF COMPCCY-CURRENCY = SPACES
              GO TO CHECK-ONE-COMPANY-RATE-NEXT
           END-IF
           ADD 1 TO RC-COMPANIES-CHECKED

           MOVE SPACES TO BL-NOTE
           MOVE COMPCCY-CURRENCY TO FXRATE-CURRENCY
           READ FX-Rates KEY IS FXRATE-KEY OF FXRATE-RECORD
           EVALUATE TRUE
              WHEN NOT FXRATE-NORMAL
                 MOVE 'NO RATE ON FXRATE - TRADING BLOCKED'
                     TO BL-NOTE
              WHEN FXRATE-RATE IS NOT NUMERIC
                   OR FXRATE-RATE = 0
                 MOVE 'NO USABLE RATE ON FXRATE - TRADING BLOCKED'
                     TO BL-NOTE
              WHEN FXRATE-RATE-DATE NOT = WS-RUN-DATE
                 STRING 'RATE DATED ' FXRATE-RATE-DATE
                        ' - TRADING BLOCKED'
                        DELIMITED BY SIZE INTO BL-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF BL-NOTE NOT = SPACES
              ADD 1 TO RC-COMPANIES-BLOCKED
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE COMPCCY-CURRENCY TO BL-CURRENCY
              MOVE COMPCCY-COMPANY TO BL-COMPANY
              MOVE SPACES TO REPORT-LINE
              MOVE WS-BLOCKED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       CHECK-ONE-COMPANY-RATE-NEXT.
           PERFORM READ-NEXT-COMPANY-CURRENCY
           .
       CHECK-ONE-COMPANY-RATE-EXIT.
           EXIT.
      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'LINES READ:        ' TO CN-LABEL.
           MOVE RC-LINES-READ TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'RATES LOADED:      ' TO CN-LABEL.
           MOVE RC-RATES-LOADED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'LINES REJECTED:    ' TO CN-LABEL.
           MOVE RC-LINES-REJECTED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'FOREIGN COMPANIES: ' TO CN-LABEL.
           MOVE RC-COMPANIES-CHECKED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'BLOCKED - NO RATE: ' TO CN-LABEL.
           MOVE RC-COMPANIES-BLOCKED TO CN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY '======================================'
           DISPLAY ' FXLOAD End-of-job reconciliation'
           DISPLAY '   Lines read           : ' RC-LINES-READ
           DISPLAY '   Rates loaded         : ' RC-RATES-LOADED
           DISPLAY '   Lines rejected       : ' RC-LINES-REJECTED
           DISPLAY '   Foreign companies    : '
                   RC-COMPANIES-CHECKED
           DISPLAY '   Blocked - no rate    : '
                   RC-COMPANIES-BLOCKED
           DISPLAY '======================================'
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.
