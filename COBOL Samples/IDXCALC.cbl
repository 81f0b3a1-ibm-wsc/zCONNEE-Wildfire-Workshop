       CBL  APOST

       IDENTIFICATION DIVISION.

       PROGRAM-ID. IDXCALC.
      * Nightly market index, run after COMPROLL has condensed the
      * day into COMPDLY: every daily dated after the last day on
      * the IDXHIST index history is indexed, oldest day first, so
      * the COMPROLL grace lag and a missed night both catch up on
      * the next run. The index is price-weighted across the listed
      * companies and chain-linked: a day's open, high, low and
      * close are the previous index close moved by the summed
      * open, high, low and close of the companies quoted both that
      * day and before it, against the same companies' summed
      * previous closes. A newly listed company joins from its
      * second day of quotes and a company on CLOSCOMP leaves from
      * its delisting date, neither moving the index; STKSPLIT
      * restates the dailies on both sides of a split, so a split
      * does not move it either. The first day ever indexed is the
      * 1000.00 base. IDXRPT lists each day indexed. The index is
      * of base-currency prices only: a foreign-listed company (one
      * with a currency on COMPCCY) is left out altogether, since
      * FXRATE holds only the latest rate and a catch-up run would
      * otherwise re-weight past days; like a delisting, leaving it
      * out never moves the index. No COMPCCY file means every
      * company is in base currency.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Daily-History ASSIGN TO COMPDLY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COMPDLY-FILE-STATUS.

           SELECT Closed-Companies ASSIGN TO CLOSCOMP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLOSCOMP-KEY OF CLOSCOMP-RECORD
              FILE STATUS IS CLOSCOMP-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT Index-History ASSIGN TO IDXHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDXHIST-KEY OF IDXHIST-RECORD
              FILE STATUS IS IDXHIST-FILE-STATUS.

           SELECT Report-Output ASSIGN TO IDXRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Daily-History.
       COPY COMPDLY SUPPRESS.

       FD  Closed-Companies.
       COPY CLOSCOMP SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  Index-History.
       COPY IDXHIST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 COMPDLY-FILE-STATUS           PIC X(2).
           88 COMPDLY-NORMAL           VALUE '00'.
       01 CLOSCOMP-FILE-STATUS          PIC X(2).
           88 CLOSCOMP-NORMAL          VALUE '00'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 COMPCCY-OPEN-SW               PIC X(01) VALUE 'N'.
           88 COMPCCY-OPEN             VALUE 'Y'.
       01 IDXHIST-FILE-STATUS           PIC X(2).
           88 IDXHIST-NORMAL           VALUE '00'.
       01 REPORT-STATUS                 PIC X(2).
           88 REPORT-NORMAL            VALUE '00'.
       01 COMPDLY-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 COMPDLY-EOF              VALUE 'Y'.
       01 IDXHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 IDXHIST-EOF              VALUE 'Y'.

       01 WS-RUN-DATE                   PIC 9(08).
       01 WS-LAST-INDEXED               PIC 9(08) VALUE 0.
       01 WS-INDEX-BASE                 PIC 9(07)V99 VALUE 1000.00.
       01 WS-PREV-INDEX                 PIC 9(07)V99 VALUE 0.
       01 WS-PRICE-NUM                  PIC 9(07)V99 COMP-3.
       01 WS-OPEN-NUM                   PIC 9(07)V99 COMP-3.
       01 WS-HIGH-NUM                   PIC 9(07)V99 COMP-3.
       01 WS-LOW-NUM                    PIC 9(07)V99 COMP-3.
       01 WS-CLOSE-NUM                  PIC 9(07)V99 COMP-3.
       01 WS-FOUND-SW                   PIC X(01).
           88 WS-COMPANY-FOUND         VALUE 'Y'.
       01 WS-DATE-FOUND-SW              PIC X(01).
           88 WS-DATE-FOUND            VALUE 'Y'.

      * The trading days after the last one indexed, in the order
      * COMPDLY first shows them; each is indexed once, oldest first.
       01 DATE-TABLE.
          05 DT-DATE-COUNT              PIC 9(02) COMP VALUE 0.
          05 DT-ENTRY OCCURS 31 TIMES INDEXED BY DT-IX.
             10 DT-DATE                 PIC 9(08).
             10 DT-DONE-SW              PIC X(01).
       01 WS-DAY-SUB                    PIC 9(02) COMP.
       01 WS-DAY-PICK                   PIC 9(02) COMP.
       01 WS-DAYS-LEFT                  PIC 9(02) COMP.
       01 WS-INDEX-DATE                 PIC 9(08).

      * Per company: the close the next day is measured from (the
      * latest daily on or before the last day indexed, rolled
      * forward as each day is indexed), the delisting date if the
      * company is on CLOSCOMP, whether it is foreign-listed, and
      * its quotes on the days to index.
       01 COMPANY-TABLE.
          05 CT-COMPANY-COUNT           PIC 9(04) COMP VALUE 0.
          05 CT-ENTRY OCCURS 300 TIMES INDEXED BY CT-IX.
             10 CT-COMPANY              PIC X(20).
             10 CT-PREV-CLOSE           PIC 9(07)V99 COMP-3.
             10 CT-PREV-DATE            PIC 9(08).
             10 CT-DELIST-DATE          PIC 9(08).
             10 CT-FOREIGN-SW           PIC X(01).
                88 CT-FOREIGN-LISTED   VALUE 'Y'.
             10 CT-DAY OCCURS 31 TIMES.
                15 CT-DAY-SW            PIC X(01).
                   88 CT-QUOTED            VALUE 'Y'.
                15 CT-DAY-OPEN          PIC 9(07)V99 COMP-3.
                15 CT-DAY-HIGH          PIC 9(07)V99 COMP-3.
                15 CT-DAY-LOW           PIC 9(07)V99 COMP-3.
                15 CT-DAY-CLOSE         PIC 9(07)V99 COMP-3.

      * One day's index arithmetic.
       01 WS-DAY-FIELDS.
          03 WS-SUM-PREV                PIC 9(11)V99 COMP-3.
          03 WS-SUM-OPEN                PIC 9(11)V99 COMP-3.
          03 WS-SUM-HIGH                PIC 9(11)V99 COMP-3.
          03 WS-SUM-LOW                 PIC 9(11)V99 COMP-3.
          03 WS-SUM-CLOSE               PIC 9(11)V99 COMP-3.
          03 WS-DAY-CONSTITUENTS        PIC 9(04) COMP.
          03 WS-DAY-JOINED              PIC 9(04) COMP.
          03 WS-DAY-LEFT                PIC 9(04) COMP.

       01 RECONCILIATION-COUNTS.
          05 RC-DAILIES-READ            PIC 9(08) COMP VALUE 0.
          05 RC-DAILIES-USED            PIC 9(08) COMP VALUE 0.
          05 RC-DAYS-INDEXED            PIC 9(04) COMP VALUE 0.
          05 RC-DAYS-DEFERRED           PIC 9(06) COMP VALUE 0.
          05 RC-TABLE-FULL              PIC 9(06) COMP VALUE 0.
          05 RC-BAD-PRICES              PIC 9(06) COMP VALUE 0.
          05 RC-FOREIGN-EXCLUDED        PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'MARKET INDEX -                    '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(22) VALUE
              '  LAST DAY INDEXED:   '.
           05 RT-LAST-INDEXED     PIC 9(08).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(41) VALUE
              'DATE            OPEN       HIGH        LO'.
           05 FILLER              PIC X(41) VALUE
              'W      CLOSE  CHANGE %  COMPANIES JOINED '.
           05 FILLER              PIC X(04) VALUE
              'LEFT'.

       01 WS-INDEX-LINE.
           05 IL-DATE             PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-OPEN             PIC ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 IL-HIGH             PIC ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 IL-LOW              PIC ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 IL-CLOSE            PIC ZZZZZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-CHANGE           PIC -(3)9.99.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 IL-CONSTITUENTS     PIC ZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 IL-JOINED           PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 IL-LEFT             PIC ZZZ9.

       01 WS-CONTROL-LINE.
           05 CT-LABEL            PIC X(30).
           05 CT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           INITIALIZE RECONCILIATION-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN I-O Index-History.
           IF NOT IDXHIST-NORMAL
              DISPLAY 'IDXCALC: unable to open IDXHIST, status='
                      IDXHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM FIND-LAST-INDEXED.

           OPEN INPUT Daily-History.
           IF NOT COMPDLY-NORMAL
              DISPLAY 'IDXCALC: unable to open COMPDLY, status='
                      COMPDLY-FILE-STATUS ', index left unchanged'
              MOVE 16 TO RETURN-CODE
              CLOSE Index-History
              GOBACK
           END-IF.
           OPEN INPUT Closed-Companies.
           IF NOT CLOSCOMP-NORMAL
              DISPLAY 'IDXCALC: unable to open CLOSCOMP, status='
                      CLOSCOMP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Daily-History
              CLOSE Index-History
              GOBACK
           END-IF.
           OPEN INPUT Company-Currency.
           IF COMPCCY-NORMAL
              MOVE 'Y' TO COMPCCY-OPEN-SW
           END-IF.
           OPEN OUTPUT Report-Output.
           IF NOT REPORT-NORMAL
              DISPLAY 'IDXCALC: unable to open IDXRPT, status='
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Closed-Companies
              CLOSE Daily-History
              CLOSE Index-History
              GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM LOAD-ONE-DAILY
               UNTIL COMPDLY-EOF.
           CLOSE Daily-History.
           CLOSE Closed-Companies.
           IF COMPCCY-OPEN
              CLOSE Company-Currency
           END-IF.

           MOVE DT-DATE-COUNT TO WS-DAYS-LEFT.
           PERFORM INDEX-NEXT-DAY
               UNTIL WS-DAYS-LEFT = 0.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE Report-Output.
           CLOSE Index-History.

           IF (RC-TABLE-FULL > 0 OR RC-DAYS-DEFERRED > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '======================================'
           DISPLAY ' IDXCALC End-of-job reconciliation'
           DISPLAY '   Daily closes read    : ' RC-DAILIES-READ
           DISPLAY '   Dailies to index     : ' RC-DAILIES-USED
           DISPLAY '   Days indexed         : ' RC-DAYS-INDEXED
           DISPLAY '   Dailies deferred     : ' RC-DAYS-DEFERRED
           DISPLAY '   Closes not held      : ' RC-TABLE-FULL
           DISPLAY '   Foreign-listed left  : ' RC-FOREIGN-EXCLUDED
           DISPLAY '======================================'
           GOBACK.

       MAINLINE-EXIT.
           EXIT.
      /
      *****************************************************************
      * FIND-LAST-INDEXED - the history is keyed by date, so the last *
      * record read is the last day indexed and its close is where    *
      * the next day starts from. An empty history starts at the      *
      * base.                                                         *
      *****************************************************************
       FIND-LAST-INDEXED SECTION.
           MOVE WS-INDEX-BASE TO WS-PREV-INDEX.
           PERFORM READ-NEXT-INDEX
               UNTIL IDXHIST-EOF.
       FIND-LAST-INDEXED-EXIT.
           EXIT.

       READ-NEXT-INDEX SECTION.
           READ Index-History NEXT RECORD
           IF NOT IDXHIST-NORMAL
              MOVE 'Y' TO IDXHIST-EOF-SWITCH
              GO TO READ-NEXT-INDEX-EXIT
           END-IF
           MOVE IDXHIST-DATE TO WS-LAST-INDEXED
           MOVE IDXHIST-CLOSE TO WS-PREV-INDEX
           .
       READ-NEXT-INDEX-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-ONE-DAILY - a daily on or before the last day indexed    *
      * only sets its company's starting close; a later one is a      *
      * quote on a day still to index.                                *
      *****************************************************************
       LOAD-ONE-DAILY SECTION.
           READ Daily-History
              AT END
                 MOVE 'Y' TO COMPDLY-EOF-SWITCH
           END-READ
           IF COMPDLY-EOF
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           ADD 1 TO RC-DAILIES-READ
           IF FUNCTION TEST-NUMVAL(COMPDLY-CLOSE) NOT = 0
              ADD 1 TO RC-BAD-PRICES
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           COMPUTE WS-CLOSE-NUM = FUNCTION NUMVAL(COMPDLY-CLOSE)
           IF WS-CLOSE-NUM = 0
              ADD 1 TO RC-BAD-PRICES
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF

           PERFORM LOCATE-COMPANY-ENTRY
           IF NOT WS-COMPANY-FOUND
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           IF CT-FOREIGN-LISTED(CT-IX)
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF

           IF COMPDLY-DATE NOT > WS-LAST-INDEXED
              IF COMPDLY-DATE NOT < CT-PREV-DATE(CT-IX)
                 MOVE COMPDLY-DATE TO CT-PREV-DATE(CT-IX)
                 MOVE WS-CLOSE-NUM TO CT-PREV-CLOSE(CT-IX)
              END-IF
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF

           PERFORM LOCATE-DATE-ENTRY
           IF NOT WS-DATE-FOUND
              ADD 1 TO RC-DAYS-DEFERRED
              GO TO LOAD-ONE-DAILY-EXIT
           END-IF
           PERFORM STAGE-DAY-PRICES
           SET WS-DAY-SUB TO DT-IX
           MOVE 'Y' TO CT-DAY-SW(CT-IX, WS-DAY-SUB)
           MOVE WS-OPEN-NUM TO CT-DAY-OPEN(CT-IX, WS-DAY-SUB)
           MOVE WS-HIGH-NUM TO CT-DAY-HIGH(CT-IX, WS-DAY-SUB)
           MOVE WS-LOW-NUM TO CT-DAY-LOW(CT-IX, WS-DAY-SUB)
           MOVE WS-CLOSE-NUM TO CT-DAY-CLOSE(CT-IX, WS-DAY-SUB)
           ADD 1 TO RC-DAILIES-USED
           .
       LOAD-ONE-DAILY-EXIT.
           EXIT.

      *****************************************************************
      * STAGE-DAY-PRICES - open, high and low default to the close    *
      * where the daily leaves one unreadable.                        *
      *****************************************************************
       STAGE-DAY-PRICES SECTION.
           MOVE WS-CLOSE-NUM TO WS-OPEN-NUM
           MOVE WS-CLOSE-NUM TO WS-HIGH-NUM
           MOVE WS-CLOSE-NUM TO WS-LOW-NUM
           IF FUNCTION TEST-NUMVAL(COMPDLY-OPEN) = 0
              COMPUTE WS-PRICE-NUM = FUNCTION NUMVAL(COMPDLY-OPEN)
              IF WS-PRICE-NUM > 0
                 MOVE WS-PRICE-NUM TO WS-OPEN-NUM
              END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(COMPDLY-HIGH) = 0
              COMPUTE WS-PRICE-NUM = FUNCTION NUMVAL(COMPDLY-HIGH)
              IF WS-PRICE-NUM > 0
                 MOVE WS-PRICE-NUM TO WS-HIGH-NUM
              END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(COMPDLY-LOW) = 0
              COMPUTE WS-PRICE-NUM = FUNCTION NUMVAL(COMPDLY-LOW)
              IF WS-PRICE-NUM > 0
                 MOVE WS-PRICE-NUM TO WS-LOW-NUM
              END-IF
           END-IF
           .
       STAGE-DAY-PRICES-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE-COMPANY-ENTRY - finds the daily's company, adding it   *
      * (with its CLOSCOMP delisting date, if any) when first seen.   *
      *****************************************************************
       LOCATE-COMPANY-ENTRY SECTION.
           MOVE 'N' TO WS-FOUND-SW
           IF CT-COMPANY-COUNT > 0
              SET CT-IX TO 1
              SEARCH CT-ENTRY
                 WHEN CT-IX > CT-COMPANY-COUNT
                    CONTINUE
                 WHEN CT-COMPANY(CT-IX) = COMPDLY-COMPANY
                    MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           IF WS-COMPANY-FOUND
              GO TO LOCATE-COMPANY-ENTRY-EXIT
           END-IF
           IF CT-COMPANY-COUNT = 300
              ADD 1 TO RC-TABLE-FULL
              GO TO LOCATE-COMPANY-ENTRY-EXIT
           END-IF

           ADD 1 TO CT-COMPANY-COUNT
           SET CT-IX TO CT-COMPANY-COUNT
           MOVE COMPDLY-COMPANY TO CT-COMPANY(CT-IX)
           MOVE 0 TO CT-PREV-CLOSE(CT-IX)
           MOVE 0 TO CT-PREV-DATE(CT-IX)
           MOVE 0 TO CT-DELIST-DATE(CT-IX)
           PERFORM CLEAR-COMPANY-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           MOVE COMPDLY-COMPANY TO CLOSCOMP-COMPANY
           READ Closed-Companies
           IF CLOSCOMP-NORMAL
              MOVE CLOSCOMP-DELIST-DATE TO CT-DELIST-DATE(CT-IX)
           END-IF
           MOVE 'N' TO CT-FOREIGN-SW(CT-IX)
           IF COMPCCY-OPEN
              MOVE COMPDLY-COMPANY TO COMPCCY-COMPANY
              READ Company-Currency
              IF COMPCCY-NORMAL
                 AND COMPCCY-CURRENCY NOT = SPACES
                 MOVE 'Y' TO CT-FOREIGN-SW(CT-IX)
                 ADD 1 TO RC-FOREIGN-EXCLUDED
              END-IF
           END-IF
           MOVE 'Y' TO WS-FOUND-SW
           .
       LOCATE-COMPANY-ENTRY-EXIT.
           EXIT.

       CLEAR-COMPANY-DAY SECTION.
           MOVE 'N' TO CT-DAY-SW(CT-IX, WS-DAY-SUB)
           MOVE 0 TO CT-DAY-OPEN(CT-IX, WS-DAY-SUB)
           MOVE 0 TO CT-DAY-HIGH(CT-IX, WS-DAY-SUB)
           MOVE 0 TO CT-DAY-LOW(CT-IX, WS-DAY-SUB)
           MOVE 0 TO CT-DAY-CLOSE(CT-IX, WS-DAY-SUB)
           .
       CLEAR-COMPANY-DAY-EXIT.
           EXIT.

      *****************************************************************
      * LOCATE-DATE-ENTRY - finds the daily's day among those still   *
      * to index, adding it when first seen. Beyond 31 days in one    *
      * run the rest wait for the next run.                           *
      *****************************************************************
       LOCATE-DATE-ENTRY SECTION.
           MOVE 'N' TO WS-DATE-FOUND-SW
           IF DT-DATE-COUNT > 0
              SET DT-IX TO 1
              SEARCH DT-ENTRY
                 WHEN DT-IX > DT-DATE-COUNT
                    CONTINUE
                 WHEN DT-DATE(DT-IX) = COMPDLY-DATE
                    MOVE 'Y' TO WS-DATE-FOUND-SW
              END-SEARCH
           END-IF
           IF WS-DATE-FOUND
              GO TO LOCATE-DATE-ENTRY-EXIT
           END-IF
           IF DT-DATE-COUNT = 31
              GO TO LOCATE-DATE-ENTRY-EXIT
           END-IF
           ADD 1 TO DT-DATE-COUNT
           SET DT-IX TO DT-DATE-COUNT
           MOVE COMPDLY-DATE TO DT-DATE(DT-IX)
           MOVE 'N' TO DT-DONE-SW(DT-IX)
           MOVE 'Y' TO WS-DATE-FOUND-SW
           .
       LOCATE-DATE-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * INDEX-NEXT-DAY - the earliest day not yet indexed: its figure *
      * is built across every company, written to IDXHIST and becomes *
      * the close the following day starts from.                      *
      *****************************************************************
       INDEX-NEXT-DAY SECTION.
           MOVE 0 TO WS-DAY-PICK
           MOVE 0 TO WS-INDEX-DATE
           PERFORM FIND-EARLIEST-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > DT-DATE-COUNT
           IF WS-DAY-PICK = 0
              MOVE 0 TO WS-DAYS-LEFT
              GO TO INDEX-NEXT-DAY-EXIT
           END-IF
           SET DT-IX TO WS-DAY-PICK
           MOVE 'Y' TO DT-DONE-SW(DT-IX)
           SUBTRACT 1 FROM WS-DAYS-LEFT

           MOVE 0 TO WS-SUM-PREV
           MOVE 0 TO WS-SUM-OPEN
           MOVE 0 TO WS-SUM-HIGH
           MOVE 0 TO WS-SUM-LOW
           MOVE 0 TO WS-SUM-CLOSE
           MOVE 0 TO WS-DAY-CONSTITUENTS
           MOVE 0 TO WS-DAY-JOINED
           MOVE 0 TO WS-DAY-LEFT
           PERFORM ADD-COMPANY-TO-DAY
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > CT-COMPANY-COUNT

           MOVE SPACES TO IDXHIST-RECORD
           MOVE WS-INDEX-DATE TO IDXHIST-DATE
           IF WS-SUM-PREV > 0
              COMPUTE IDXHIST-OPEN ROUNDED =
                  WS-PREV-INDEX * WS-SUM-OPEN / WS-SUM-PREV
              COMPUTE IDXHIST-HIGH ROUNDED =
                  WS-PREV-INDEX * WS-SUM-HIGH / WS-SUM-PREV
              COMPUTE IDXHIST-LOW ROUNDED =
                  WS-PREV-INDEX * WS-SUM-LOW / WS-SUM-PREV
              COMPUTE IDXHIST-CLOSE ROUNDED =
                  WS-PREV-INDEX * WS-SUM-CLOSE / WS-SUM-PREV
              COMPUTE IDXHIST-CHANGE-PCT ROUNDED =
                  (IDXHIST-CLOSE - WS-PREV-INDEX) * 100
                  / WS-PREV-INDEX
                  ON SIZE ERROR
                     MOVE 0 TO IDXHIST-CHANGE-PCT
              END-COMPUTE
           ELSE
              MOVE WS-PREV-INDEX TO IDXHIST-OPEN
              MOVE WS-PREV-INDEX TO IDXHIST-HIGH
              MOVE WS-PREV-INDEX TO IDXHIST-LOW
              MOVE WS-PREV-INDEX TO IDXHIST-CLOSE
              MOVE 0 TO IDXHIST-CHANGE-PCT
           END-IF
           MOVE WS-DAY-CONSTITUENTS TO IDXHIST-CONSTITUENTS
           MOVE WS-DAY-JOINED TO IDXHIST-JOINED
           MOVE WS-DAY-LEFT TO IDXHIST-LEFT
           WRITE IDXHIST-RECORD
           IF NOT IDXHIST-NORMAL
              DISPLAY 'IDXCALC: IDXHIST write failed for '
                      WS-INDEX-DATE ', status=' IDXHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 0 TO WS-DAYS-LEFT
              GO TO INDEX-NEXT-DAY-EXIT
           END-IF
           ADD 1 TO RC-DAYS-INDEXED
           MOVE IDXHIST-CLOSE TO WS-PREV-INDEX
           MOVE WS-INDEX-DATE TO WS-LAST-INDEXED

           MOVE IDXHIST-DATE TO IL-DATE
           MOVE IDXHIST-OPEN TO IL-OPEN
           MOVE IDXHIST-HIGH TO IL-HIGH
           MOVE IDXHIST-LOW TO IL-LOW
           MOVE IDXHIST-CLOSE TO IL-CLOSE
           MOVE IDXHIST-CHANGE-PCT TO IL-CHANGE
           MOVE IDXHIST-CONSTITUENTS TO IL-CONSTITUENTS
           MOVE IDXHIST-JOINED TO IL-JOINED
           MOVE IDXHIST-LEFT TO IL-LEFT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-INDEX-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       INDEX-NEXT-DAY-EXIT.
           EXIT.

       FIND-EARLIEST-DAY SECTION.
           SET DT-IX TO WS-DAY-SUB
           IF DT-DONE-SW(DT-IX) = 'N'
              IF WS-DAY-PICK = 0
                 OR DT-DATE(DT-IX) < WS-INDEX-DATE
                 MOVE WS-DAY-SUB TO WS-DAY-PICK
                 MOVE DT-DATE(DT-IX) TO WS-INDEX-DATE
              END-IF
           END-IF
           .
       FIND-EARLIEST-DAY-EXIT.
           EXIT.

      *****************************************************************
      * ADD-COMPANY-TO-DAY - a company delisted by the day leaves the *
      * index (and stays out); one quoted that day counts when it has *
      * a previous close to measure from, and otherwise joins for the *
      * next day. Its close becomes its next starting close.          *
      *****************************************************************
       ADD-COMPANY-TO-DAY SECTION.
           IF CT-DELIST-DATE(CT-IX) > 0
              AND CT-DELIST-DATE(CT-IX) NOT > WS-INDEX-DATE
              IF CT-PREV-CLOSE(CT-IX) > 0
                 ADD 1 TO WS-DAY-LEFT
                 MOVE 0 TO CT-PREV-CLOSE(CT-IX)
              END-IF
              GO TO ADD-COMPANY-TO-DAY-EXIT
           END-IF
           IF NOT CT-QUOTED(CT-IX, WS-DAY-PICK)
              GO TO ADD-COMPANY-TO-DAY-EXIT
           END-IF

           IF CT-PREV-CLOSE(CT-IX) > 0
              ADD 1 TO WS-DAY-CONSTITUENTS
              ADD CT-PREV-CLOSE(CT-IX) TO WS-SUM-PREV
              ADD CT-DAY-OPEN(CT-IX, WS-DAY-PICK) TO WS-SUM-OPEN
              ADD CT-DAY-HIGH(CT-IX, WS-DAY-PICK) TO WS-SUM-HIGH
              ADD CT-DAY-LOW(CT-IX, WS-DAY-PICK) TO WS-SUM-LOW
              ADD CT-DAY-CLOSE(CT-IX, WS-DAY-PICK) TO WS-SUM-CLOSE
           ELSE
              ADD 1 TO WS-DAY-JOINED
           END-IF
           MOVE CT-DAY-CLOSE(CT-IX, WS-DAY-PICK) TO
                CT-PREV-CLOSE(CT-IX)
           MOVE WS-INDEX-DATE TO CT-PREV-DATE(CT-IX)
           .
       ADD-COMPANY-TO-DAY-EXIT.
           EXIT.

      *****************************************************************
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DAYS INDEXED:                 ' TO CT-LABEL.
           MOVE RC-DAYS-INDEXED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DAILIES READ:                 ' TO CT-LABEL.
           MOVE RC-DAILIES-READ TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DAILIES INDEXED:              ' TO CT-LABEL.
           MOVE RC-DAILIES-USED TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'COMPANIES SEEN:               ' TO CT-LABEL.
           MOVE CT-COMPANY-COUNT TO CT-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-BAD-PRICES > 0
              MOVE 'UNREADABLE CLOSES PASSED OVER:' TO CT-LABEL
              MOVE RC-BAD-PRICES TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF RC-DAYS-DEFERRED > 0
              MOVE 'DAILIES LEFT FOR NEXT RUN:    ' TO CT-LABEL
              MOVE RC-DAYS-DEFERRED TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF RC-TABLE-FULL > 0
              MOVE 'CLOSES PASSED OVER (TABLE):   ' TO CT-LABEL
              MOVE RC-TABLE-FULL TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF RC-FOREIGN-EXCLUDED > 0
              MOVE 'FOREIGN-LISTED, NOT INDEXED:  ' TO CT-LABEL
              MOVE RC-FOREIGN-EXCLUDED TO CT-COUNT
              MOVE WS-CONTROL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-LAST-INDEXED TO RT-LAST-INDEXED.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
