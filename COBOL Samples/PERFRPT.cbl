      * worst month, year to date) plus a book-level summary ranking
      * the customers by year-to-date return. PARM carries the report
      * month as yyyymm; the year runs January through that month,
      * based from the prior December's closing value. Each monthly
      * and year-to-date return is shown beside the market index's
      * return over the same period, from the month-end IDXHIST
      * closes IDXCALC keeps.

       ENVIRONMENT DIVISION.

              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CASHMOVE-FILE-STATUS.

           SELECT Index-History ASSIGN TO IDXHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDXHIST-KEY OF IDXHIST-RECORD
              FILE STATUS IS IDXHIST-FILE-STATUS.

           SELECT Report-Output ASSIGN TO PERFRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Cash-Movements.
       COPY CASHMOVE SUPPRESS.

       FD  Index-History.
       COPY IDXHIST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 VALHIST-NORMAL           VALUE '00'.
       01 CASHMOVE-FILE-STATUS          PIC X(2).
           88 CASHMOVE-NORMAL          VALUE '00'.
       01 IDXHIST-FILE-STATUS           PIC X(2).
           88 IDXHIST-NORMAL           VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 VALHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 VALHIST-EOF              VALUE 'Y'.
       01 CASHMOVE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 CASHMOVE-EOF             VALUE 'Y'.
       01 IDXHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 IDXHIST-EOF              VALUE 'Y'.

       01 WS-REPORT-MONTH               PIC X(06) VALUE SPACES.
       01 WS-REPORT-YEAR                PIC X(04) VALUE SPACES.
                                        PIC S9(11)V99 COMP-3.
             10 CM-YTD-RETURN           PIC S9(03)V99 COMP-3.
             10 CM-RANKED-SW            PIC X(01).

      * Market index month-end closes on the same slots (slot 1 the
      * prior December), the last day seen per month standing.
       01 INDEX-TABLE.
          05 IX-SLOT OCCURS 13 TIMES INDEXED BY IX-MX.
             10 IX-CLOSE                PIC 9(07)V99 COMP-3.
             10 IX-CLOSE-DATE           PIC 9(08).
       01 WS-INDEX-YTD-PCT              PIC S9(03)V99 COMP-3 VALUE 0.
       01 WS-INDEX-YTD-SW               PIC X(01) VALUE 'N'.
           88 INDEX-YTD-RATED          VALUE 'Y'.
       01 CUSTOMER-FOUND-SW             PIC X(01) VALUE 'N'.
           88 CUSTOMER-ON-TABLE        VALUE 'Y'.
       01 WS-WORK-USERID                PIC X(60).
          03 WS-RANK-PICK               PIC 9(03) COMP.
          03 WS-RANK-REMAINING          PIC 9(02) COMP.
          03 WS-RANK-SUB                PIC 9(03) COMP.
          03 WS-INDEX-OPEN              PIC 9(07)V99 COMP-3.
          03 WS-INDEX-CLOSE             PIC 9(07)V99 COMP-3.
          03 WS-INDEX-PCT               PIC S9(03)V99 COMP-3.

       01 RECONCILIATION-COUNTS.
          05 RC-VALUATIONS-READ         PIC 9(08) COMP VALUE 0.
          05 RC-MOVEMENTS-READ          PIC 9(08) COMP VALUE 0.
          05 RC-INDEX-DAYS-READ         PIC 9(08) COMP VALUE 0.
          05 RC-CUSTOMERS-RATED         PIC 9(04) COMP VALUE 0.

      * Report line layouts.
           05 FILLER              PIC X(10) VALUE '  RETURN: '.
           05 ML-RETURN           PIC -(2)9.99.
           05 FILLER              PIC X(02) VALUE ' %'.
           05 FILLER              PIC X(09) VALUE '  INDEX: '.
           05 ML-INDEX-RETURN     PIC -(2)9.99.
           05 ML-INDEX-NA REDEFINES ML-INDEX-RETURN
                                  PIC X(06).
           05 ML-INDEX-PCT        PIC X(02).

       01 WS-SUMMARY-LINE.
           05 SL-LABEL            PIC X(16).
              'YEAR-TO-DATE RETURN: '.
           05 YL-PCT              PIC -(2)9.99.
           05 FILLER              PIC X(02) VALUE ' %'.
           05 FILLER              PIC X(15) VALUE
              '  INDEX YTD:   '.
           05 YL-INDEX-PCT        PIC -(2)9.99.
           05 YL-INDEX-NA REDEFINES YL-INDEX-PCT
                                  PIC X(06).
           05 YL-INDEX-SIGN       PIC X(02).

       01 WS-INDEX-YTD-LINE.
           05 FILLER              PIC X(60) VALUE
              'MARKET INDEX'.
           05 FILLER              PIC X(07) VALUE '  YTD: '.
           05 IY-PCT              PIC -(2)9.99.
           05 FILLER              PIC X(02) VALUE ' %'.

       01 WS-RANK-LINE.
           05 RK-USERID           PIC X(60).

           PERFORM LOAD-VALUATIONS
           PERFORM LOAD-CASH-FLOWS
           PERFORM LOAD-INDEX-CLOSES

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
                   RC-VALUATIONS-READ
           DISPLAY '   Cash movements read  : '
                   RC-MOVEMENTS-READ
           DISPLAY '   Index days read      : '
                   RC-INDEX-DAYS-READ
           DISPLAY '   Customers rated      : '
                   RC-CUSTOMERS-RATED
           DISPLAY '======================================'
           END-IF
           ADD 1 TO RC-MOVEMENTS-READ

      * Cash moved in or out by an account transfer is an external
      * flow for the account's return, like a deposit or withdrawal,
      * and so is a loan repayment LOANDD takes by direct debit
           IF CASHMOVE-TYPE NOT = 'D' AND CASHMOVE-TYPE NOT = 'W'
              AND CASHMOVE-TYPE NOT = 'R' AND CASHMOVE-TYPE NOT = 'X'
              AND CASHMOVE-TYPE NOT = 'L'
              GO TO LOAD-ONE-CASH-FLOW-EXIT
           END-IF
           IF CASHMOVE-TIMESTAMP(1:4) NOT = WS-REPORT-YEAR
           COMPUTE WS-MONTH-NUM =
               FUNCTION NUMVAL(CASHMOVE-TIMESTAMP(5:2))
           SET CM-FX TO WS-MONTH-NUM
           IF CASHMOVE-TYPE = 'D' OR CASHMOVE-TYPE = 'R'
              ADD CASHMOVE-AMOUNT TO CM-FLOW(CM-IX, CM-FX)
           ELSE
              SUBTRACT CASHMOVE-AMOUNT FROM CM-FLOW(CM-IX, CM-FX)
       LOAD-ONE-CASH-FLOW-EXIT.
           EXIT.
      *****************************************************************
      * LOAD-INDEX-CLOSES - the market index close at each month end  *
      * of the report year, and its year-to-date return. With no      *
      * index on file the customer returns are reported on their own. *
      *****************************************************************
       LOAD-INDEX-CLOSES SECTION.
           INITIALIZE INDEX-TABLE.
           OPEN INPUT Index-History.
           IF NOT IDXHIST-NORMAL
              DISPLAY 'PERFRPT: no market index (status='
                      IDXHIST-FILE-STATUS ')'
              GO TO LOAD-INDEX-CLOSES-EXIT
           END-IF.
           PERFORM LOAD-ONE-INDEX-CLOSE
               UNTIL IDXHIST-EOF.
           CLOSE Index-History.

           SET IX-MX TO 1
           MOVE IX-CLOSE(IX-MX) TO WS-INDEX-OPEN
           SET IX-MX TO WS-LAST-MONTH-NUM
           SET IX-MX UP BY 1
           MOVE IX-CLOSE(IX-MX) TO WS-INDEX-CLOSE
           IF WS-INDEX-OPEN IS GREATER THAN 0
              AND WS-INDEX-CLOSE IS GREATER THAN 0
              COMPUTE WS-INDEX-YTD-PCT ROUNDED =
                  (WS-INDEX-CLOSE - WS-INDEX-OPEN) * 100
                  / WS-INDEX-OPEN
              MOVE 'Y' TO WS-INDEX-YTD-SW
           END-IF
           .
       LOAD-INDEX-CLOSES-EXIT.
           EXIT.

       LOAD-ONE-INDEX-CLOSE SECTION.
           READ Index-History NEXT RECORD
              AT END
                 MOVE 'Y' TO IDXHIST-EOF-SWITCH
           END-READ
           IF IDXHIST-EOF
              GO TO LOAD-ONE-INDEX-CLOSE-EXIT
           END-IF
           ADD 1 TO RC-INDEX-DAYS-READ

           MOVE IDXHIST-DATE(1:6) TO WS-RECORD-MONTH
           MOVE 0 TO WS-MONTH-NUM
           IF WS-RECORD-MONTH = WS-BASE-MONTH
              MOVE 1 TO WS-MONTH-NUM
           ELSE
              IF WS-RECORD-MONTH(1:4) = WS-REPORT-YEAR
                 AND WS-RECORD-MONTH(5:2) IS NOT GREATER THAN
                     WS-LAST-MONTH-NUM
                 COMPUTE WS-MONTH-NUM =
                     FUNCTION NUMVAL(WS-RECORD-MONTH(5:2)) + 1
              END-IF
           END-IF
           IF WS-MONTH-NUM = 0
              GO TO LOAD-ONE-INDEX-CLOSE-EXIT
           END-IF

           SET IX-MX TO WS-MONTH-NUM
           IF IDXHIST-DATE IS NOT LESS THAN IX-CLOSE-DATE(IX-MX)
              MOVE IDXHIST-DATE TO IX-CLOSE-DATE(IX-MX)
              MOVE IDXHIST-CLOSE TO IX-CLOSE(IX-MX)
           END-IF
           .
       LOAD-ONE-INDEX-CLOSE-EXIT.
           EXIT.
      *****************************************************************
      * RATE-ONE-CUSTOMER - the customer's page: monthly returns      *
      * (flow-adjusted), best and worst month, and year to date.      *
      *****************************************************************
                  WS-GAIN * 100 / WS-OPEN-VALUE
              MOVE WS-RETURN-PCT TO CM-YTD-RETURN(CM-IX)
              MOVE WS-RETURN-PCT TO YL-PCT
              IF INDEX-YTD-RATED
                 MOVE WS-INDEX-YTD-PCT TO YL-INDEX-PCT
                 MOVE ' %' TO YL-INDEX-SIGN
              ELSE
                 MOVE '   N/A' TO YL-INDEX-NA
                 MOVE SPACES TO YL-INDEX-SIGN
              END-IF
              MOVE SPACES TO REPORT-LINE
              MOVE WS-YTD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           MOVE WS-CLOSE-VALUE TO ML-VALUE
           MOVE WS-NET-FLOW TO ML-FLOW
           MOVE WS-RETURN-PCT TO ML-RETURN

      * The index over the same month, price only - it has no flows
           SET IX-MX TO WS-MONTH-NUM
           MOVE IX-CLOSE(IX-MX) TO WS-INDEX-OPEN
           SET IX-MX UP BY 1
           MOVE IX-CLOSE(IX-MX) TO WS-INDEX-CLOSE
           IF WS-INDEX-OPEN IS GREATER THAN 0
              AND WS-INDEX-CLOSE IS GREATER THAN 0
              COMPUTE WS-INDEX-PCT ROUNDED =
                  (WS-INDEX-CLOSE - WS-INDEX-OPEN) * 100
                  / WS-INDEX-OPEN
              MOVE WS-INDEX-PCT TO ML-INDEX-RETURN
              MOVE ' %' TO ML-INDEX-PCT
           ELSE
              MOVE '   N/A' TO ML-INDEX-NA
              MOVE SPACES TO ML-INDEX-PCT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MONTH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
           IF INDEX-YTD-RATED
              MOVE WS-INDEX-YTD-PCT TO IY-PCT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-INDEX-YTD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE CM-ENTRY-COUNT TO WS-RANK-REMAINING.
           PERFORM RANK-ONE-CUSTOMER
