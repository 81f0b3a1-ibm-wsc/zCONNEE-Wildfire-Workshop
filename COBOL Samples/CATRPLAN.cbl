       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = CATRPLAN                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRPLAN.
      * Weekly reorder planning for the catalog. Each active item's
      * demand over the last 13 weeks is taken from ORDHIST, leaving
      * out cancelled and returned lines, as units per week; from
      * that comes its average daily demand and the variability of
      * that demand. With the lead time of the item's supplier
      * (SUPPFILE; an item with no supplier on file is planned on a
      * default lead time and flagged for the buyers to chase) it
      * proposes:
      *   reorder point    - demand over the lead time, plus safety
      *                      stock of 1.65 standard deviations of
      *                      lead-time demand (about 95 per cent of
      *                      lead times covered without a back-order)
      *   reorder quantity - four weeks of average demand
      * Every item whose proposal differs from the catalog is written
      * to CATRPROP, for the buyers to mark and send back to CATRAPLY,
      * and listed on CATRPRPT with current against proposed values
      * and an approve column. The plan date (the last day of the 13
      * weeks) comes from the JCL PARM as yyyymmdd; default is the
      * run date.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO EXMPCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CAT-ITEM-REF OF CATALOG-ITEM
              FILE STATUS IS CATALOG-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Supplier-File ASSIGN TO SUPPFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPLIER-KEY OF SUPPLIER-RECORD
              FILE STATUS IS SUPPFILE-STATUS.

           SELECT Proposal-Output ASSIGN TO CATRPROP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CATRPROP-STATUS.

           SELECT Report-Output ASSIGN TO CATRPRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The catalog record as DFH0XVDS lays it out.
       FD  Catalog-File.
       01  CATALOG-ITEM.
           05  CAT-ITEM-REF           PIC 9(04).
           05  CAT-DESCRIPTION        PIC X(40).
           05  CAT-DEPARTMENT         PIC 9(03).
           05  CAT-COST               PIC ZZZ.99.
           05  CAT-IN-STOCK           PIC 9(04).
           05  CAT-ON-ORDER           PIC 9(03).
           05  CAT-ITEM-STATUS        PIC X(01).
               88  CAT-DISCONTINUED       VALUE 'D'.
           05  CAT-SUPPLIER-REF       PIC X(06).
           05  CAT-REORDER-QTY        PIC 9(04).
           05  FILLER                 PIC X(09).

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  Supplier-File.
       COPY SUPPLIER SUPPRESS.

       FD  Proposal-Output.
       COPY CATRPROP SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CATALOG-STATUS              PIC X(2).
           88 CATALOG-NORMAL          VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 SUPPFILE-STATUS             PIC X(2).
           88 SUPPFILE-NORMAL         VALUE '00'.
       01 CATRPROP-STATUS             PIC X(2).
           88 CATRPROP-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
           88 CATALOG-EOF             VALUE 'Y'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-SUPP-OPEN-SW             PIC X(01) VALUE 'N'.
           88 SUPPLIER-FILE-OPEN      VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The 13 weeks run back from the plan date: week 1 is the plan
      * date and the six days before it, week 13 starts 90 days
      * before the plan date.
       01 WS-PLAN-DATE                PIC 9(08).
       01 WS-PLAN-DAY                 PIC 9(07) COMP.
       01 WS-WINDOW-START-DAY         PIC 9(07) COMP.
       01 WS-WEEK                     PIC 9(02) COMP.

      * Planning constants.
       01 WS-PLAN-CONSTANTS.
           05 WS-HISTORY-DAYS         PIC 9(03) VALUE 91.
           05 WS-HISTORY-WEEKS        PIC 9(02) VALUE 13.
           05 WS-SERVICE-FACTOR       PIC 9V99  VALUE 1.65.
           05 WS-COVER-DAYS           PIC 9(03) VALUE 28.
           05 WS-DEFAULT-LEAD-DAYS    PIC 9(03) VALUE 14.

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

      * The active catalog items with their units ordered by week,
      * loaded in item order before ORDHIST is read.
       01 WS-ITEM-TABLE.
           05 IT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 IT-ENTRY OCCURS 2000 TIMES INDEXED BY IT-IX.
               10 IT-ITEM-REF         PIC 9(04).
               10 IT-DESCRIPTION      PIC X(40).
               10 IT-SUPPLIER         PIC X(06).
               10 IT-CUR-POINT        PIC 9(03).
               10 IT-CUR-QTY          PIC 9(04).
               10 IT-WEEK-UNITS       PIC 9(07) COMP
                                      OCCURS 13 TIMES.

      * One item's demand figures and proposal.
       01 WS-ITEM-PLAN.
           05 WS-DEMAND-TOTAL         PIC 9(09) COMP-3.
           05 WS-DEMAND-SQUARES       PIC 9(15) COMP-3.
           05 WS-WEEK-MEAN            PIC 9(07)V9(04) COMP-3.
           05 WS-WEEK-VARIANCE        PIC S9(13)V9(04) COMP-3.
           05 WS-DAILY-MEAN           PIC 9(05)V9(04) COMP-3.
           05 WS-DAILY-SD             PIC 9(05)V9(04) COMP-3.
           05 WS-LEAD-DAYS            PIC 9(03).
           05 WS-NEW-POINT            PIC 9(07) COMP-3.
           05 WS-NEW-QTY              PIC 9(07) COMP-3.
           05 WS-PLAN-NOTE            PIC X(30).

       01 RECONCILIATION-COUNTS.
           05 RC-ITEMS-PLANNED        PIC 9(08) COMP VALUE 0.
           05 RC-ITEMS-DISCONTINUED   PIC 9(08) COMP VALUE 0.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-LINES-COUNTED        PIC 9(08) COMP VALUE 0.
           05 RC-LINES-CANCELLED      PIC 9(08) COMP VALUE 0.
           05 RC-LINES-RETURNED       PIC 9(08) COMP VALUE 0.
           05 RC-LINES-OUT-OF-RANGE   PIC 9(08) COMP VALUE 0.
           05 RC-PROPOSALS            PIC 9(08) COMP VALUE 0.
           05 RC-UNCHANGED            PIC 9(08) COMP VALUE 0.
           05 RC-NO-SUPPLIER          PIC 9(08) COMP VALUE 0.
           05 RC-CAPPED               PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'CATALOG REORDER PLANNING - WEEKS '.
           05 FILLER              PIC X(06) VALUE 'ENDED '.
           05 RT-PLAN-DATE        PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-REPORT-COLUMNS.
           05 FILLER              PIC X(40) VALUE
              'ITEM DESCRIPTION                    SUPP'.
           05 FILLER              PIC X(40) VALUE
              'LR  LEAD 13WK UNITS   AVG/DAY   STD DEV '.
           05 FILLER              PIC X(40) VALUE
              '   POINT     QUANTITY   APPRV  NOTE     '.

       01 WS-REPORT-COLUMNS-2.
           05 FILLER              PIC X(40) VALUE
              '                                        '.
           05 FILLER              PIC X(40) VALUE
              '    DAYS              PER DAY   PER DAY '.
           05 FILLER              PIC X(40) VALUE
              ' NOW/NEW    NOW/ NEW     Y/N            '.

       01 WS-DETAIL-LINE.
           05 DL-ITEM             PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-DESCRIPTION      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DL-SUPPLIER         PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-LEAD-DAYS        PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-UNITS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-AVG-DEMAND       PIC Z,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-DEMAND-SD        PIC Z,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-CUR-POINT        PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 DL-NEW-POINT        PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-CUR-QTY          PIC Z,ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 DL-NEW-QTY          PIC Z,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DL-APPROVE          PIC X(05) VALUE '[   ]'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-NOTE             PIC X(30).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the plan date; default is the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-PLAN-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-PLAN-DATE
           END-IF
           COMPUTE WS-PLAN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PLAN-DATE)
           COMPUTE WS-WINDOW-START-DAY =
               WS-PLAN-DAY - WS-HISTORY-DAYS + 1

           OPEN INPUT Catalog-File
           IF NOT CATALOG-NORMAL
              DISPLAY "ERROR: unable to open EXMPCAT, status="
                      CATALOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ONE-ITEM
               UNTIL CATALOG-EOF
           CLOSE Catalog-File.

           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM COUNT-ONE-ORDER-LINE
               UNTIL ORDHIST-EOF
           CLOSE Order-History.

           OPEN INPUT Supplier-File
           IF SUPPFILE-NORMAL
              MOVE 'Y' TO WS-SUPP-OPEN-SW
           ELSE
              DISPLAY "WARNING: SUPPFILE unavailable, status="
                      SUPPFILE-STATUS
              DISPLAY "         every item planned on the default"
                      " lead time"
           END-IF

           OPEN OUTPUT Proposal-Output
           IF NOT CATRPROP-NORMAL
              DISPLAY "ERROR: unable to open CATRPROP, status="
                      CATRPROP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CATRPRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Proposal-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM PLAN-ONE-ITEM
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX IS GREATER THAN IT-ENTRY-COUNT

           IF SUPPLIER-FILE-OPEN
              CLOSE Supplier-File
           END-IF
           CLOSE Proposal-Output.
           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " CATRPLAN End-of-job reconciliation"
           DISPLAY "   Items planned        : " RC-ITEMS-PLANNED
           DISPLAY "   Items discontinued   : " RC-ITEMS-DISCONTINUED
           DISPLAY "   Order lines read     : " RC-LINES-READ
           DISPLAY "   Lines counted        : " RC-LINES-COUNTED
           DISPLAY "   Lines cancelled      : " RC-LINES-CANCELLED
           DISPLAY "   Lines returned       : " RC-LINES-RETURNED
           DISPLAY "   Lines outside 13 wks : " RC-LINES-OUT-OF-RANGE
           DISPLAY "   Proposals written    : " RC-PROPOSALS
           DISPLAY "   Items unchanged      : " RC-UNCHANGED
           DISPLAY "   Items w/o supplier   : " RC-NO-SUPPLIER
           DISPLAY "   Proposals capped     : " RC-CAPPED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-ONE-ITEM - an active catalog item into the table, with   *
      * its current reorder point and quantity; an item never planned *
      * before has no reorder quantity yet.                            *
      *----------------------------------------------------------------*
       LOAD-ONE-ITEM SECTION.
           READ Catalog-File NEXT RECORD
           IF NOT CATALOG-NORMAL
              MOVE 'Y' TO WS-CAT-EOF-SW
              GO TO LOAD-ONE-ITEM-EXIT
           END-IF
           IF CAT-DISCONTINUED
              ADD 1 TO RC-ITEMS-DISCONTINUED
              GO TO LOAD-ONE-ITEM-EXIT
           END-IF
           IF IT-ENTRY-COUNT IS NOT LESS THAN 2000
              DISPLAY "ERROR: CATALOG ITEM TABLE FULL AT 2000"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO IT-ENTRY-COUNT
           SET IT-IX TO IT-ENTRY-COUNT
           INITIALIZE IT-ENTRY(IT-IX)
           MOVE CAT-ITEM-REF TO IT-ITEM-REF(IT-IX)
           MOVE CAT-DESCRIPTION TO IT-DESCRIPTION(IT-IX)
           MOVE CAT-SUPPLIER-REF TO IT-SUPPLIER(IT-IX)
           IF CAT-ON-ORDER IS NUMERIC
              MOVE CAT-ON-ORDER TO IT-CUR-POINT(IT-IX)
           END-IF
           IF CAT-REORDER-QTY IS NUMERIC
              MOVE CAT-REORDER-QTY TO IT-CUR-QTY(IT-IX)
           END-IF
           .
       LOAD-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-ONE-ORDER-LINE - a line placed in the 13 weeks adds its  *
      * units to its item's week. Back-ordered lines are demand too;  *
      * cancelled and returned lines are not.                         *
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
           IF ORDHIST-RETURNED
              ADD 1 TO RC-LINES-RETURNED
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
      * ORDHIST dates are mmddyyyy
           MOVE ORDHIST-DATE TO WS-LINE-DATE-MDY
           MOVE WS-LD-YYYY TO WS-LY-YYYY
           MOVE WS-LD-MM TO WS-LY-MM
           MOVE WS-LD-DD TO WS-LY-DD
           IF WS-LINE-DATE-YMD IS NOT NUMERIC
              OR ORDHIST-QUANTITY IS NOT NUMERIC
              ADD 1 TO RC-LINES-OUT-OF-RANGE
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           COMPUTE WS-LINE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE-NUM)
           IF WS-LINE-DAY IS LESS THAN WS-WINDOW-START-DAY
              OR WS-LINE-DAY IS GREATER THAN WS-PLAN-DAY
              ADD 1 TO RC-LINES-OUT-OF-RANGE
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           COMPUTE WS-WEEK = (WS-PLAN-DAY - WS-LINE-DAY) / 7 + 1

           SET IT-IX TO 1
           SEARCH IT-ENTRY
              WHEN IT-IX IS GREATER THAN IT-ENTRY-COUNT
                 CONTINUE
              WHEN IT-ITEM-REF(IT-IX) IS EQUAL TO ORDHIST-ITEM-REF
                 ADD ORDHIST-QUANTITY TO IT-WEEK-UNITS(IT-IX, WS-WEEK)
                 ADD 1 TO RC-LINES-COUNTED
           END-SEARCH
           .
       COUNT-ONE-ORDER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PLAN-ONE-ITEM - the item's average daily demand and standard  *
      * deviation from its 13 weekly totals, and the reorder point    *
      * and quantity they call for over its supplier's lead time. An  *
      * item whose proposal matches the catalog is only counted.      *
      *----------------------------------------------------------------*
       PLAN-ONE-ITEM SECTION.
           ADD 1 TO RC-ITEMS-PLANNED
           MOVE SPACES TO WS-PLAN-NOTE
           MOVE 0 TO WS-DEMAND-TOTAL
           MOVE 0 TO WS-DEMAND-SQUARES
           PERFORM ADD-ONE-WEEK
               VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK IS GREATER THAN WS-HISTORY-WEEKS

           COMPUTE WS-DAILY-MEAN ROUNDED =
               WS-DEMAND-TOTAL / WS-HISTORY-DAYS
           COMPUTE WS-WEEK-MEAN ROUNDED =
               WS-DEMAND-TOTAL / WS-HISTORY-WEEKS
           COMPUTE WS-WEEK-VARIANCE ROUNDED =
               WS-DEMAND-SQUARES / WS-HISTORY-WEEKS
               - WS-WEEK-MEAN * WS-WEEK-MEAN
           IF WS-WEEK-VARIANCE IS NEGATIVE
              MOVE 0 TO WS-WEEK-VARIANCE
           END-IF
      * A week's variance over seven days is the daily variance
           COMPUTE WS-DAILY-SD ROUNDED =
               FUNCTION SQRT(WS-WEEK-VARIANCE / 7)

           PERFORM LOOK-UP-LEAD-TIME

           COMPUTE WS-NEW-POINT ROUNDED =
               WS-DAILY-MEAN * WS-LEAD-DAYS
               + WS-SERVICE-FACTOR * WS-DAILY-SD
                 * FUNCTION SQRT(WS-LEAD-DAYS)
           COMPUTE WS-NEW-QTY ROUNDED =
               WS-DAILY-MEAN * WS-COVER-DAYS
           IF WS-NEW-QTY = 0
              AND WS-DEMAND-TOTAL > 0
              MOVE 1 TO WS-NEW-QTY
           END-IF
      * The catalog holds a 3-digit reorder point and 4-digit quantity
           IF WS-NEW-POINT > 999
              MOVE 999 TO WS-NEW-POINT
              MOVE 'POINT CAPPED AT 999' TO WS-PLAN-NOTE
              ADD 1 TO RC-CAPPED
           END-IF
           IF WS-NEW-QTY > 9999
              MOVE 9999 TO WS-NEW-QTY
              MOVE 'QUANTITY CAPPED AT 9999' TO WS-PLAN-NOTE
              ADD 1 TO RC-CAPPED
           END-IF

           IF WS-NEW-POINT = IT-CUR-POINT(IT-IX)
              AND WS-NEW-QTY = IT-CUR-QTY(IT-IX)
              ADD 1 TO RC-UNCHANGED
              GO TO PLAN-ONE-ITEM-EXIT
           END-IF

           PERFORM WRITE-PROPOSAL
           .
       PLAN-ONE-ITEM-EXIT.
           EXIT.

       ADD-ONE-WEEK SECTION.
           ADD IT-WEEK-UNITS(IT-IX, WS-WEEK) TO WS-DEMAND-TOTAL
           COMPUTE WS-DEMAND-SQUARES = WS-DEMAND-SQUARES
               + IT-WEEK-UNITS(IT-IX, WS-WEEK)
               * IT-WEEK-UNITS(IT-IX, WS-WEEK)
           .
       ADD-ONE-WEEK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOOK-UP-LEAD-TIME - the lead days of the item's supplier; an  *
      * item with no supplier, or one not on SUPPFILE, is planned on  *
      * the default and counted for the buyers to chase.              *
      *----------------------------------------------------------------*
       LOOK-UP-LEAD-TIME SECTION.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           IF NOT SUPPLIER-FILE-OPEN
              OR IT-SUPPLIER(IT-IX) IS EQUAL TO SPACES
              ADD 1 TO RC-NO-SUPPLIER
              MOVE 'NO SUPPLIER, DEFAULT LEAD TIME' TO WS-PLAN-NOTE
              GO TO LOOK-UP-LEAD-TIME-EXIT
           END-IF
           MOVE IT-SUPPLIER(IT-IX) TO SUPPLIER-REF
           READ Supplier-File
           IF SUPPFILE-NORMAL
              AND SUPPLIER-LEAD-DAYS IS NUMERIC
              MOVE SUPPLIER-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
              ADD 1 TO RC-NO-SUPPLIER
              MOVE 'SUPPLIER NOT ON FILE - DEFAULT' TO WS-PLAN-NOTE
              MOVE '00' TO SUPPFILE-STATUS
           END-IF
           .
       LOOK-UP-LEAD-TIME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-PROPOSAL - the proposal onto CATRPROP, undecided, and   *
      * its line on the buyers' report.                               *
      *----------------------------------------------------------------*
       WRITE-PROPOSAL SECTION.
           MOVE SPACES TO CATRPROP-RECORD
           MOVE WS-PLAN-DATE TO CATRPROP-PLAN-DATE
           MOVE IT-ITEM-REF(IT-IX) TO CATRPROP-ITEM-REF
           MOVE IT-DESCRIPTION(IT-IX) TO CATRPROP-DESCRIPTION
           MOVE IT-SUPPLIER(IT-IX) TO CATRPROP-SUPPLIER
           MOVE WS-LEAD-DAYS TO CATRPROP-LEAD-DAYS
           MOVE WS-DAILY-MEAN TO CATRPROP-AVG-DEMAND
           MOVE WS-DAILY-SD TO CATRPROP-DEMAND-SD
           MOVE IT-CUR-POINT(IT-IX) TO CATRPROP-CUR-POINT
           MOVE IT-CUR-QTY(IT-IX) TO CATRPROP-CUR-QTY
           MOVE WS-NEW-POINT TO CATRPROP-NEW-POINT
           MOVE WS-NEW-QTY TO CATRPROP-NEW-QTY
           WRITE CATRPROP-RECORD
           IF NOT CATRPROP-NORMAL
              DISPLAY "ERROR: CATRPROP write failed, status="
                      CATRPROP-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO WRITE-PROPOSAL-EXIT
           END-IF
           ADD 1 TO RC-PROPOSALS

           MOVE IT-ITEM-REF(IT-IX) TO DL-ITEM
           MOVE IT-DESCRIPTION(IT-IX) TO DL-DESCRIPTION
           MOVE IT-SUPPLIER(IT-IX) TO DL-SUPPLIER
           MOVE WS-LEAD-DAYS TO DL-LEAD-DAYS
           MOVE WS-DEMAND-TOTAL TO DL-UNITS
           MOVE WS-DAILY-MEAN TO DL-AVG-DEMAND
           MOVE WS-DAILY-SD TO DL-DEMAND-SD
           MOVE IT-CUR-POINT(IT-IX) TO DL-CUR-POINT
           MOVE WS-NEW-POINT TO DL-NEW-POINT
           MOVE IT-CUR-QTY(IT-IX) TO DL-CUR-QTY
           MOVE WS-NEW-QTY TO DL-NEW-QTY
           MOVE WS-PLAN-NOTE TO DL-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-PROPOSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-PLAN-DATE TO RT-PLAN-DATE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-COLUMNS-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
