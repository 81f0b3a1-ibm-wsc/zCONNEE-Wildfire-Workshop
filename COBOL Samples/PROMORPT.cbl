       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = PROMORPT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
      * Weekly post-promotion report over the PRICESCH promotional
      * price schedules: every promotion that ended in the seven days
      * up to the report date is compared with the same number of
      * days immediately before it started - units sold and revenue
      * from the ORDHIST lines for the item placed in each period,
      * valued at the price each line was stamped with, and the
      * percentage change. Cancelled lines are left out; back-ordered
      * lines count, the sale having been made at placement. The
      * report date comes from the JCL PARM as yyyymmdd; default is
      * the run date. PRICESCH dates are yyyymmdd, ORDHIST's are
      * mmddyyyy as the catalog manager writes them.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Schedule-Input ASSIGN TO PRICESCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PRICESCH-KEY OF PRICESCH-RECORD
              FILE STATUS IS PRICESCH-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Catalog-File ASSIGN TO EXMPCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-ITEM-REF OF CATALOG-ITEM
              FILE STATUS IS CATALOG-STATUS.

           SELECT Report-Output ASSIGN TO PROMORPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Schedule-Input.
       COPY PRICESCH SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

      * The catalog record as DFH0XVDS lays it out.
       FD  Catalog-File.
       01  CATALOG-ITEM.
           05  CAT-ITEM-REF           PIC 9(04).
           05  CAT-DESCRIPTION        PIC X(40).
           05  CAT-DEPARTMENT         PIC 9(03).
           05  CAT-COST               PIC ZZZ.99.
           05  CAT-IN-STOCK           PIC 9(04).
           05  CAT-ON-ORDER           PIC 9(03).
           05  FILLER                 PIC X(20).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 PRICESCH-STATUS             PIC X(2).
           88 PRICESCH-NORMAL         VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 CATALOG-STATUS              PIC X(2).
           88 CATALOG-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-SCHED-EOF-SW             PIC X(01) VALUE 'N'.
           88 SCHEDULE-EOF            VALUE 'Y'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-CAT-OPEN-SW              PIC X(01) VALUE 'N'.
           88 CATALOG-OPEN            VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The report week runs from six days before the report date up
      * to and including it; a promotion ending in it is reported.
       01 WS-REPORT-DATE              PIC 9(08).
       01 WS-WEEK-START-DATE          PIC 9(08).
       01 WS-WORK-DATE                PIC 9(08).

      * An ORDHIST line's mmddyyyy date as yyyymmdd and day number.
       01 WS-LINE-DATE-MDY.
           05 WS-LD-MM                PIC X(02).
           05 WS-LD-DD                PIC X(02).
           05 WS-LD-YYYY              PIC X(04).
       01 WS-LINE-DATE-YMD.
           05 WS-LY-YYYY              PIC X(04).
           05 WS-LY-MM                PIC X(02).
           05 WS-LY-DD                PIC X(02).
       01 WS-LINE-DATE-NUM REDEFINES WS-LINE-DATE-YMD
                                      PIC 9(08).
       01 WS-LINE-DAY                 PIC 9(07) COMP.
       01 WS-LINE-VALUE               PIC 9(07)V99 COMP-3.

      * The promotions being reported, with their periods as day
      * numbers so a line's date places it with one comparison.
       01 WS-PROMO-TABLE.
           05 PR-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
           05 PR-ENTRY OCCURS 200 TIMES.
               10 PR-ITEM-REF         PIC 9(04).
               10 PR-FROM-DATE        PIC 9(08).
               10 PR-TO-DATE          PIC 9(08).
               10 PR-PRICE            PIC 9(03)V99.
               10 PR-DAYS             PIC 9(05) COMP.
               10 PR-FROM-DAY         PIC 9(07) COMP.
               10 PR-TO-DAY           PIC 9(07) COMP.
               10 PR-BEFORE-DAY       PIC 9(07) COMP.
               10 PR-BEFORE-UNITS     PIC 9(07) COMP.
               10 PR-BEFORE-VALUE     PIC 9(09)V99 COMP-3.
               10 PR-DURING-UNITS     PIC 9(07) COMP.
               10 PR-DURING-VALUE     PIC 9(09)V99 COMP-3.
       01 WS-PROMO-SLOT               PIC 9(03) COMP VALUE 0.
       01 WS-PERCENT                  PIC S9(07)V9 COMP-3.

       01 WS-TOTAL-BEFORE-VALUE       PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-DURING-VALUE       PIC 9(11)V99 COMP-3 VALUE 0.

       01 RECONCILIATION-COUNTS.
           05 RC-SCHEDULES-READ       PIC 9(08) COMP VALUE 0.
           05 RC-PROMOS-REPORTED      PIC 9(08) COMP VALUE 0.
           05 RC-PROMOS-DROPPED       PIC 9(08) COMP VALUE 0.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-LINES-COUNTED        PIC 9(08) COMP VALUE 0.
           05 RC-LINES-CANCELLED      PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'POST-PROMOTION REVIEW - ENDED    '.
           05 RT-WEEK-START       PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 RT-WEEK-END         PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-ITEM-HEADER.
           05 FILLER              PIC X(05) VALUE 'ITEM '.
           05 IH-ITEM-REF         PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IH-DESCRIPTION      PIC X(40).
           05 FILLER              PIC X(08) VALUE '  PRICE '.
           05 IH-PRICE            PIC ZZ9.99.
           05 FILLER              PIC X(13) VALUE '  LIST PRICE '.
           05 IH-LIST-PRICE       PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IH-DAYS             PIC ZZ,ZZ9.
           05 FILLER              PIC X(05) VALUE ' DAYS'.

       01 WS-PERIOD-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-PERIOD           PIC X(10).
           05 PL-FROM-DATE        PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 PL-TO-DATE          PIC 9(08).
           05 FILLER              PIC X(09) VALUE '  UNITS: '.
           05 PL-UNITS            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(11) VALUE '  REVENUE: '.
           05 PL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CHANGE-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'CHANGE    '.
           05 FILLER              PIC X(09) VALUE '  UNITS: '.
           05 CL-UNITS-PCT        PIC X(12).
           05 FILLER              PIC X(11) VALUE '  REVENUE: '.
           05 CL-VALUE-PCT        PIC X(12).
       01 WS-PERCENT-EDIT.
           05 PE-PERCENT          PIC -(6)9.9.
           05 FILLER              PIC X(01) VALUE '%'.

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(21) VALUE
              'PROMOTIONS REPORTED: '.
           05 TL-PROMOS           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(18) VALUE
              '  REVENUE BEFORE: '.
           05 TL-BEFORE-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '  DURING: '.
           05 TL-DURING-VALUE     PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the report date; default is the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-REPORT-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 6)

           OPEN INPUT Schedule-Input
           IF NOT PRICESCH-NORMAL
              DISPLAY "ERROR: unable to open PRICESCH, status="
                      PRICESCH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Schedule-Input
              GOBACK
           END-IF

           OPEN INPUT Catalog-File
           IF CATALOG-NORMAL
              MOVE 'Y' TO WS-CAT-OPEN-SW
           ELSE
              DISPLAY "WARNING: EXMPCAT unavailable, status="
                      CATALOG-STATUS
              DISPLAY "         items print without description"
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open PROMORPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Schedule-Input
              CLOSE Order-History
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

      * Collect the promotions that ended in the week, then one pass
      * of ORDHIST folds each line into any promotion periods it
      * falls in.
           PERFORM LOAD-ONE-SCHEDULE
               UNTIL SCHEDULE-EOF
           CLOSE Schedule-Input

           IF PR-ENTRY-COUNT > 0
              PERFORM COUNT-ONE-ORDER-LINE
                  UNTIL ORDHIST-EOF
           END-IF
           CLOSE Order-History

           PERFORM REPORT-ONE-PROMOTION
               VARYING WS-PROMO-SLOT FROM 1 BY 1
               UNTIL WS-PROMO-SLOT IS GREATER THAN PR-ENTRY-COUNT

           PERFORM WRITE-REPORT-TOTALS

           IF CATALOG-OPEN
              CLOSE Catalog-File
           END-IF
           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " PROMORPT End-of-job reconciliation"
           DISPLAY "   Schedules read       : " RC-SCHEDULES-READ
           DISPLAY "   Promotions reported  : " RC-PROMOS-REPORTED
           DISPLAY "   Over table, dropped  : " RC-PROMOS-DROPPED
           DISPLAY "   Order lines read     : " RC-LINES-READ
           DISPLAY "   Lines counted        : " RC-LINES-COUNTED
           DISPLAY "   Cancelled, left out  : " RC-LINES-CANCELLED
           DISPLAY "======================================".

           IF RC-PROMOS-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-ONE-SCHEDULE - keep a promotion that ended in the report  *
      * week, with its length in days and the start of the equally    *
      * long period before it.                                         *
      *----------------------------------------------------------------*
       LOAD-ONE-SCHEDULE SECTION.
           READ Schedule-Input NEXT RECORD
           IF NOT PRICESCH-NORMAL
              MOVE 'Y' TO WS-SCHED-EOF-SW
              GO TO LOAD-ONE-SCHEDULE-EXIT
           END-IF
           ADD 1 TO RC-SCHEDULES-READ
           IF PRICESCH-FROM-DATE IS NOT NUMERIC
              OR PRICESCH-TO-DATE IS NOT NUMERIC
              OR PRICESCH-TO-DATE < WS-WEEK-START-DATE
              OR PRICESCH-TO-DATE > WS-REPORT-DATE
              GO TO LOAD-ONE-SCHEDULE-EXIT
           END-IF
           IF PR-ENTRY-COUNT = 200
              ADD 1 TO RC-PROMOS-DROPPED
              GO TO LOAD-ONE-SCHEDULE-EXIT
           END-IF

           ADD 1 TO PR-ENTRY-COUNT
           MOVE PR-ENTRY-COUNT TO WS-PROMO-SLOT
           INITIALIZE PR-ENTRY(WS-PROMO-SLOT)
           MOVE PRICESCH-ITEM-REF TO PR-ITEM-REF(WS-PROMO-SLOT)
           MOVE PRICESCH-FROM-DATE TO PR-FROM-DATE(WS-PROMO-SLOT)
           MOVE PRICESCH-TO-DATE TO PR-TO-DATE(WS-PROMO-SLOT)
           MOVE PRICESCH-PRICE TO PR-PRICE(WS-PROMO-SLOT)
           COMPUTE PR-FROM-DAY(WS-PROMO-SLOT) =
               FUNCTION INTEGER-OF-DATE(PR-FROM-DATE(WS-PROMO-SLOT))
           COMPUTE PR-TO-DAY(WS-PROMO-SLOT) =
               FUNCTION INTEGER-OF-DATE(PR-TO-DATE(WS-PROMO-SLOT))
           COMPUTE PR-DAYS(WS-PROMO-SLOT) =
               PR-TO-DAY(WS-PROMO-SLOT) - PR-FROM-DAY(WS-PROMO-SLOT)
               + 1
           COMPUTE PR-BEFORE-DAY(WS-PROMO-SLOT) =
               PR-FROM-DAY(WS-PROMO-SLOT) - PR-DAYS(WS-PROMO-SLOT)
           .
       LOAD-ONE-SCHEDULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-ONE-ORDER-LINE - one ORDHIST line, offered to every      *
      * promotion being reported (an item may have had more than one). *
      *----------------------------------------------------------------*
       COUNT-ONE-ORDER-LINE SECTION.
           READ Order-History NEXT RECORD
           IF NOT ORDHIST-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           IF ORDHIST-ORDER-NUMBER = 0
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           ADD 1 TO RC-LINES-READ
           IF ORDHIST-CANCELLED
              ADD 1 TO RC-LINES-CANCELLED
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
      * ORDHIST dates are mmddyyyy
           MOVE ORDHIST-DATE TO WS-LINE-DATE-MDY
           MOVE WS-LD-YYYY TO WS-LY-YYYY
           MOVE WS-LD-MM TO WS-LY-MM
           MOVE WS-LD-DD TO WS-LY-DD
           IF WS-LINE-DATE-YMD IS NOT NUMERIC
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           COMPUTE WS-LINE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE-NUM)
           IF ORDHIST-UNIT-COST IS NOT NUMERIC
              MOVE 0 TO ORDHIST-UNIT-COST
           END-IF
           COMPUTE WS-LINE-VALUE =
               ORDHIST-QUANTITY * ORDHIST-UNIT-COST

           PERFORM FOLD-LINE-INTO-PROMOTION
               VARYING WS-PROMO-SLOT FROM 1 BY 1
               UNTIL WS-PROMO-SLOT IS GREATER THAN PR-ENTRY-COUNT
           .
       COUNT-ONE-ORDER-LINE-EXIT.
           EXIT.

       FOLD-LINE-INTO-PROMOTION SECTION.
           IF ORDHIST-ITEM-REF NOT = PR-ITEM-REF(WS-PROMO-SLOT)
              OR WS-LINE-DAY < PR-BEFORE-DAY(WS-PROMO-SLOT)
              OR WS-LINE-DAY > PR-TO-DAY(WS-PROMO-SLOT)
              GO TO FOLD-LINE-INTO-PROMOTION-EXIT
           END-IF
           ADD 1 TO RC-LINES-COUNTED
           IF WS-LINE-DAY < PR-FROM-DAY(WS-PROMO-SLOT)
              ADD ORDHIST-QUANTITY TO PR-BEFORE-UNITS(WS-PROMO-SLOT)
              ADD WS-LINE-VALUE TO PR-BEFORE-VALUE(WS-PROMO-SLOT)
           ELSE
              ADD ORDHIST-QUANTITY TO PR-DURING-UNITS(WS-PROMO-SLOT)
              ADD WS-LINE-VALUE TO PR-DURING-VALUE(WS-PROMO-SLOT)
           END-IF
           .
       FOLD-LINE-INTO-PROMOTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-ONE-PROMOTION - the item, the period before and the     *
      * promotion itself, and the change between them.                *
      *----------------------------------------------------------------*
       REPORT-ONE-PROMOTION SECTION.
           ADD 1 TO RC-PROMOS-REPORTED
           MOVE PR-ITEM-REF(WS-PROMO-SLOT) TO IH-ITEM-REF
           MOVE PR-PRICE(WS-PROMO-SLOT) TO IH-PRICE
           MOVE PR-DAYS(WS-PROMO-SLOT) TO IH-DAYS
           MOVE '** ITEM NOT ON CATALOG **' TO IH-DESCRIPTION
           MOVE SPACES TO IH-LIST-PRICE
           IF CATALOG-OPEN
              MOVE PR-ITEM-REF(WS-PROMO-SLOT) TO CAT-ITEM-REF
              READ Catalog-File
              IF CATALOG-NORMAL
                 MOVE CAT-DESCRIPTION TO IH-DESCRIPTION
                 MOVE CAT-COST TO IH-LIST-PRICE
              ELSE
                 MOVE '00' TO CATALOG-STATUS
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ITEM-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BEFORE    ' TO PL-PERIOD
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               PR-BEFORE-DAY(WS-PROMO-SLOT))
           MOVE WS-WORK-DATE TO PL-FROM-DATE
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               PR-FROM-DAY(WS-PROMO-SLOT) - 1)
           MOVE WS-WORK-DATE TO PL-TO-DATE
           MOVE PR-BEFORE-UNITS(WS-PROMO-SLOT) TO PL-UNITS
           MOVE PR-BEFORE-VALUE(WS-PROMO-SLOT) TO PL-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'PROMOTION ' TO PL-PERIOD
           MOVE PR-FROM-DATE(WS-PROMO-SLOT) TO PL-FROM-DATE
           MOVE PR-TO-DATE(WS-PROMO-SLOT) TO PL-TO-DATE
           MOVE PR-DURING-UNITS(WS-PROMO-SLOT) TO PL-UNITS
           MOVE PR-DURING-VALUE(WS-PROMO-SLOT) TO PL-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      * No sales before the promotion leaves nothing to compare with.
           IF PR-BEFORE-UNITS(WS-PROMO-SLOT) = 0
              MOVE 'NO PRIOR' TO CL-UNITS-PCT
           ELSE
              COMPUTE WS-PERCENT ROUNDED =
                  (PR-DURING-UNITS(WS-PROMO-SLOT)
                   - PR-BEFORE-UNITS(WS-PROMO-SLOT)) * 100
                  / PR-BEFORE-UNITS(WS-PROMO-SLOT)
              MOVE WS-PERCENT TO PE-PERCENT
              MOVE WS-PERCENT-EDIT TO CL-UNITS-PCT
           END-IF
           IF PR-BEFORE-VALUE(WS-PROMO-SLOT) = 0
              MOVE 'NO PRIOR' TO CL-VALUE-PCT
           ELSE
              COMPUTE WS-PERCENT ROUNDED =
                  (PR-DURING-VALUE(WS-PROMO-SLOT)
                   - PR-BEFORE-VALUE(WS-PROMO-SLOT)) * 100
                  / PR-BEFORE-VALUE(WS-PROMO-SLOT)
              MOVE WS-PERCENT TO PE-PERCENT
              MOVE WS-PERCENT-EDIT TO CL-VALUE-PCT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD PR-BEFORE-VALUE(WS-PROMO-SLOT) TO WS-TOTAL-BEFORE-VALUE
           ADD PR-DURING-VALUE(WS-PROMO-SLOT) TO WS-TOTAL-DURING-VALUE
           .
       REPORT-ONE-PROMOTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-WEEK-START-DATE TO RT-WEEK-START.
           MOVE WS-REPORT-DATE TO RT-WEEK-END.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE RC-PROMOS-REPORTED TO TL-PROMOS.
           MOVE WS-TOTAL-BEFORE-VALUE TO TL-BEFORE-VALUE.
           MOVE WS-TOTAL-DURING-VALUE TO TL-DURING-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
