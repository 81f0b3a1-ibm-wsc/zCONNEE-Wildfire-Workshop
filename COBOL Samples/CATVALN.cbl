       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = CATVALN                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATVALN.
      * Month-end stock valuation for the catalog. Every CATLOC
      * location's units on hand are valued at the item's catalog
      * cost (an item not yet location-managed at its catalog in-stock
      * total) and the value is rolled up by department and by
      * location to a grand total. Stock with no ORDHIST sale in the
      * 90 days to the valuation date is listed as slow-moving.
      * The month's movement is then proved from last month's closing
      * position (VALIN, the CATVALSN file this job cut a month ago):
      *   cost changes  - last month's units at this month's cost
      *                   less the cost they were valued at
      *   receipts      - CATRCPT stock receipts
      *   sales         - ORDHIST lines placed in the month that took
      *                   stock (not back-ordered, not cancelled),
      *                   and back-orders filled and shipped in it
      *   cancelled     - ORDCANC lines placed in an earlier month
      *                   whose stock came back in this one
      *   returns       - RETCRED customer returns
      *   stock-take    - STKTVAR variances
      *   transfers     - CATXFER, out of and into each department
      * all at this month's catalog cost. Whatever opening value plus
      * movements leaves between it and the closing value is shown
      * as unexplained, by department and in total, and a non-zero
      * total ends the job with return code 4. Anything moved after
      * the valuation date before the job ran surfaces there. This
      * month's closing position is written to VALOUT for next
      * month; the first run, with no VALIN, establishes the opening
      * position without a proof. The valuation date comes from the
      * JCL PARM as yyyymmdd; default is the last day of the month
      * before the run date.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO EXMPCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CAT-ITEM-REF OF CATALOG-ITEM
              FILE STATUS IS CATALOG-STATUS.

           SELECT Location-File ASSIGN TO CATLOC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CATLOC-KEY OF CATLOC-RECORD
              FILE STATUS IS CATLOC-STATUS.

           SELECT Opening-Input ASSIGN TO VALIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VALIN-STATUS.

           SELECT Closing-Output ASSIGN TO VALOUT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VALOUT-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Cancel-File ASSIGN TO ORDCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORDCANC-KEY OF ORDCANC-RECORD
              FILE STATUS IS ORDCANC-STATUS.

           SELECT Receipt-File ASSIGN TO CATRCPT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CATRCPT-KEY OF CATRCPT-RECORD
              FILE STATUS IS CATRCPT-STATUS.

           SELECT Return-File ASSIGN TO RETCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RETCRED-KEY OF RETCRED-RECORD
              FILE STATUS IS RETCRED-STATUS.

           SELECT Variance-File ASSIGN TO STKTVAR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STKTVAR-KEY OF STKTVAR-RECORD
              FILE STATUS IS STKTVAR-STATUS.

           SELECT Transfer-File ASSIGN TO CATXFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CATXFER-KEY OF CATXFER-RECORD
              FILE STATUS IS CATXFER-STATUS.

           SELECT Report-Output ASSIGN TO CATVLRPT
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

       FD  Location-File.
       COPY CATLOC SUPPRESS.

       FD  Opening-Input.
       01  OPENING-INPUT-RECORD       PIC X(40).

       FD  Closing-Output.
       COPY CATVALSN SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  Cancel-File.
       COPY ORDCANC SUPPRESS.

       FD  Receipt-File.
       COPY CATRCPT SUPPRESS.

       FD  Return-File.
       COPY RETCRED SUPPRESS.

       FD  Variance-File.
       COPY STKTVAR SUPPRESS.

       FD  Transfer-File.
       COPY CATXFER SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 CATALOG-STATUS              PIC X(2).
           88 CATALOG-NORMAL          VALUE '00'.
       01 CATLOC-STATUS               PIC X(2).
           88 CATLOC-NORMAL           VALUE '00'.
       01 VALIN-STATUS                PIC X(2).
           88 VALIN-NORMAL            VALUE '00'.
           88 VALIN-NOT-FOUND         VALUE '35'.
       01 VALOUT-STATUS               PIC X(2).
           88 VALOUT-NORMAL           VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 ORDCANC-STATUS              PIC X(2).
           88 ORDCANC-NORMAL          VALUE '00'.
       01 CATRCPT-STATUS              PIC X(2).
           88 CATRCPT-NORMAL          VALUE '00'.
       01 RETCRED-STATUS              PIC X(2).
           88 RETCRED-NORMAL          VALUE '00'.
       01 STKTVAR-STATUS              PIC X(2).
           88 STKTVAR-NORMAL          VALUE '00'.
       01 CATXFER-STATUS              PIC X(2).
           88 CATXFER-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.
       01 WS-BASELINE-SW              PIC X(01) VALUE 'N'.
           88 BASELINE-RUN            VALUE 'Y'.
       01 WS-OPENING-DATE-SW          PIC X(01) VALUE 'N'.
           88 OPENING-DATE-CHECKED    VALUE 'Y'.
       01 WS-ITEM-FOUND-SW            PIC X(01) VALUE 'N'.
           88 ITEM-FOUND              VALUE 'Y'.
       01 WS-IN-MONTH-SW              PIC X(01) VALUE 'N'.
           88 DATE-IN-MONTH           VALUE 'Y'.

      * The opening position as read back from VALIN.
       COPY CATVALSN REPLACING LEADING ==CATVALSN-== BY ==OPEN-==.

       01 WS-RUN-DATE                 PIC 9(08).
      * The month valued runs from its first day to the valuation
      * date; the opening position is expected to be as at the day
      * before it starts. Slow-moving stock has had no sale in the
      * 90 days ending on the valuation date.
       01 WS-VALUATION-DATE           PIC 9(08).
       01 WS-VALUATION-DAY            PIC 9(07) COMP.
       01 WS-MONTH-START-DATE.
           05 WS-MS-YYYYMM            PIC 9(06).
           05 WS-MS-DD                PIC 9(02).
       01 WS-MONTH-START-NUM REDEFINES WS-MONTH-START-DATE
                                      PIC 9(08).
       01 WS-MONTH-START-DAY          PIC 9(07) COMP.
       01 WS-PRIOR-MONTH-END          PIC 9(08).
       01 WS-SLOW-CUTOFF-DAY          PIC 9(07) COMP.
       01 WS-SLOW-DAYS                PIC 9(03) VALUE 90.

      * A log record's mmddyyyy date as yyyymmdd and day number.
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

      * Every catalog item, discontinued or not, with the cost it is
      * valued at, the units valued and its last sale.
       01 WS-ITEM-TABLE.
           05 IT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 IT-ENTRY OCCURS 2000 TIMES INDEXED BY IT-IX.
               10 IT-ITEM-REF         PIC 9(04).
               10 IT-DESCRIPTION      PIC X(40).
               10 IT-DEPARTMENT       PIC 9(03).
               10 IT-UNIT-COST        PIC 9(03)V99.
               10 IT-IN-STOCK         PIC 9(04).
               10 IT-ON-HAND          PIC 9(07) COMP.
               10 IT-LOCATION-SW      PIC X(01).
                   88 IT-LOCATION-MANAGED VALUE 'Y'.
               10 IT-LAST-SALE-DAY    PIC 9(07) COMP.
               10 IT-LAST-SALE-DATE   PIC 9(08).
       01 WS-FIND-ITEM-REF            PIC 9(04).

      * Values by department, subscripted by department number plus
      * one so they come out in department order. Every movement is
      * held as a positive amount; sales and transfers out take
      * value away.
       01 WS-DEPARTMENT-TABLE.
           05 DT-ENTRY OCCURS 1000 TIMES.
               10 DT-USED-SW          PIC X(01).
                   88 DT-USED             VALUE 'Y'.
               10 DT-UNITS            PIC 9(09) COMP.
               10 DT-OPENING          PIC S9(09)V99 COMP-3.
               10 DT-COST-CHANGES     PIC S9(09)V99 COMP-3.
               10 DT-RECEIPTS         PIC S9(09)V99 COMP-3.
               10 DT-SALES            PIC S9(09)V99 COMP-3.
               10 DT-CANCELS          PIC S9(09)V99 COMP-3.
               10 DT-RETURNS          PIC S9(09)V99 COMP-3.
               10 DT-STOCK-TAKE       PIC S9(09)V99 COMP-3.
               10 DT-XFER-IN          PIC S9(09)V99 COMP-3.
               10 DT-XFER-OUT         PIC S9(09)V99 COMP-3.
               10 DT-CLOSING          PIC S9(09)V99 COMP-3.
       01 WS-DEPT-SUB                 PIC 9(04) COMP.
       01 WS-DEPT-NUMBER              PIC 9(03).

       01 WS-GRAND-TOTALS.
           05 GT-UNITS                PIC 9(09) COMP VALUE 0.
           05 GT-OPENING              PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-COST-CHANGES         PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-RECEIPTS             PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-SALES                PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-CANCELS              PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-RETURNS              PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-STOCK-TAKE           PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-XFER-IN              PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-XFER-OUT             PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-CLOSING              PIC S9(09)V99 COMP-3 VALUE 0.
           05 GT-SLOW-UNITS           PIC 9(09) COMP VALUE 0.
           05 GT-SLOW-VALUE           PIC S9(09)V99 COMP-3 VALUE 0.

      * Values by location, kept in location order; spaces is stock
      * carried on the catalog total alone.
       01 WS-LOCATION-TABLE.
           05 LT-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 LT-ENTRY OCCURS 100 TIMES INDEXED BY LT-IX.
               10 LT-LOCATION         PIC X(02).
               10 LT-UNITS            PIC 9(09) COMP.
               10 LT-VALUE            PIC S9(09)V99 COMP-3.
       01 WS-LOC-SUB                  PIC 9(04) COMP.
       01 WS-LOC-INSERT               PIC 9(04) COMP.

      * One holding being valued, and one movement's value.
       01 WS-HOLDING.
           05 WS-HOLD-LOCATION        PIC X(02).
           05 WS-HOLD-UNITS           PIC 9(07) COMP.
           05 WS-HOLD-VALUE           PIC S9(09)V99 COMP-3.
       01 WS-MOVE-VALUE               PIC S9(09)V99 COMP-3.
       01 WS-EXPECTED                 PIC S9(09)V99 COMP-3.
       01 WS-UNEXPLAINED              PIC S9(09)V99 COMP-3.

       01 RECONCILIATION-COUNTS.
           05 RC-ITEMS-LOADED         PIC 9(08) COMP VALUE 0.
           05 RC-LOCATIONS-VALUED     PIC 9(08) COMP VALUE 0.
           05 RC-CATALOG-ONLY         PIC 9(08) COMP VALUE 0.
           05 RC-LOCATIONS-NO-ITEM    PIC 9(08) COMP VALUE 0.
           05 RC-SNAPSHOT-WRITTEN     PIC 9(08) COMP VALUE 0.
           05 RC-OPENING-READ         PIC 9(08) COMP VALUE 0.
           05 RC-OPENING-NO-ITEM      PIC 9(08) COMP VALUE 0.
           05 RC-LINES-READ           PIC 9(08) COMP VALUE 0.
           05 RC-SALES-LINES          PIC 9(08) COMP VALUE 0.
           05 RC-CANCELS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-CANCELS-APPLIED      PIC 9(08) COMP VALUE 0.
           05 RC-RECEIPTS-READ        PIC 9(08) COMP VALUE 0.
           05 RC-RECEIPTS-APPLIED     PIC 9(08) COMP VALUE 0.
           05 RC-RETURNS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-RETURNS-APPLIED      PIC 9(08) COMP VALUE 0.
           05 RC-VARIANCES-READ       PIC 9(08) COMP VALUE 0.
           05 RC-VARIANCES-APPLIED    PIC 9(08) COMP VALUE 0.
           05 RC-TRANSFERS-READ       PIC 9(08) COMP VALUE 0.
           05 RC-TRANSFERS-APPLIED    PIC 9(08) COMP VALUE 0.
           05 RC-MOVES-NO-ITEM        PIC 9(08) COMP VALUE 0.
           05 RC-SLOW-ITEMS           PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'CATALOG STOCK VALUATION AS AT    '.
           05 RT-VALUATION-DATE   PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-SECTION-TITLE.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ST-TITLE            PIC X(60).

       01 WS-VALUE-COLUMNS.
           05 VC-LABEL            PIC X(04).
           05 FILLER              PIC X(31) VALUE
              '        UNITS             VALUE'.

       01 WS-VALUE-LINE.
           05 VL-LABEL            PIC X(06).
           05 VL-UNITS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 VL-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 VL-NOTE             PIC X(30).

       01 WS-SLOW-COLUMNS.
           05 FILLER              PIC X(38) VALUE
              'ITEM DESCRIPTION                      '.
           05 FILLER              PIC X(43) VALUE
              'DEPT    UNITS             VALUE   LAST SALE'.

       01 WS-SLOW-LINE.
           05 SL-ITEM             PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 SL-DESCRIPTION      PIC X(30).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 SL-DEPARTMENT       PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 SL-UNITS            PIC ZZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 SL-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 SL-LAST-SALE        PIC X(08).

       01 WS-MOVEMENT-COLUMNS.
           05 FILLER              PIC X(40) VALUE
              'DEPT      OPENING        COST    RECEIPT'.
           05 FILLER              PIC X(40) VALUE
              'S       SALES   CANCELLED    CUSTOMER  S'.
           05 FILLER              PIC X(40) VALUE
              'TOCK-TAKE   TRANSFERS     CLOSING       '.
           05 FILLER              PIC X(05) VALUE
              '  UN-'.

       01 WS-MOVEMENT-COLUMNS-2.
           05 FILLER              PIC X(40) VALUE
              '            VALUE     CHANGES           '.
           05 FILLER              PIC X(40) VALUE
              '                   ORDERS     RETURNS   '.
           05 FILLER              PIC X(40) VALUE
              'VARIANCES      IN/OUT       VALUE   EXPL'.
           05 FILLER              PIC X(05) VALUE
              'AINED'.

       01 WS-MOVEMENT-LINE.
           05 ML-LABEL            PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-OPENING          PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-COST-CHANGES     PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-RECEIPTS         PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-SALES            PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-CANCELS          PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-RETURNS          PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-STOCK-TAKE       PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-TRANSFERS        PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-CLOSING          PIC -ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ML-UNEXPLAINED      PIC -ZZZZZZ9.99.

       01 WS-STATEMENT-LINE.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 SM-LABEL            PIC X(40).
           05 SM-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       LINKAGE SECTION.
      * PARM='yyyymmdd' - the valuation date; default is the last day
      * of the month before the run date.
       01 PARM-BUFFER.
           05 PARM-LENGTH              PIC S9(4) COMP.
           05 PARM-DATA                PIC X(08).

       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 8
              AND PARM-DATA(1:8) IS NUMERIC
              MOVE PARM-DATA(1:8) TO WS-VALUATION-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-MONTH-START-NUM
              MOVE 1 TO WS-MS-DD
              COMPUTE WS-VALUATION-DAY =
                  FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM) - 1
              COMPUTE WS-VALUATION-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-VALUATION-DAY)
           END-IF
           COMPUTE WS-VALUATION-DAY =
               FUNCTION INTEGER-OF-DATE(WS-VALUATION-DATE)
           MOVE WS-VALUATION-DATE TO WS-MONTH-START-NUM
           MOVE 1 TO WS-MS-DD
           COMPUTE WS-MONTH-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM)
           COMPUTE WS-PRIOR-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-START-DAY - 1)
           COMPUTE WS-SLOW-CUTOFF-DAY =
               WS-VALUATION-DAY - WS-SLOW-DAYS + 1
           INITIALIZE WS-DEPARTMENT-TABLE

           OPEN INPUT Catalog-File
           IF NOT CATALOG-NORMAL
              DISPLAY "ERROR: unable to open EXMPCAT, status="
                      CATALOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM LOAD-ONE-ITEM
               UNTIL INPUT-EOF
           CLOSE Catalog-File.

           OPEN OUTPUT Closing-Output
           IF NOT VALOUT-NORMAL
              DISPLAY "ERROR: unable to open VALOUT, status="
                      VALOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Location-File
           IF NOT CATLOC-NORMAL
              DISPLAY "ERROR: unable to open CATLOC, status="
                      CATLOC-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Closing-Output
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM VALUE-ONE-LOCATION
               UNTIL INPUT-EOF
           CLOSE Location-File.

           PERFORM VALUE-CATALOG-ONLY
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX IS GREATER THAN IT-ENTRY-COUNT
           CLOSE Closing-Output.

           OPEN INPUT Opening-Input
           IF VALIN-NOT-FOUND
              MOVE 'Y' TO WS-BASELINE-SW
              DISPLAY "WARNING: no VALIN, this run establishes the "
                      "opening position"
           ELSE
              IF NOT VALIN-NORMAL
                 DISPLAY "ERROR: unable to open VALIN, status="
                         VALIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'N' TO WS-EOF-SW
              PERFORM APPLY-ONE-OPENING
                  UNTIL INPUT-EOF
              CLOSE Opening-Input
           END-IF

           OPEN INPUT Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM COUNT-ONE-ORDER-LINE
               UNTIL INPUT-EOF

           OPEN INPUT Cancel-File
           IF NOT ORDCANC-NORMAL
              DISPLAY "ERROR: unable to open ORDCANC, status="
                      ORDCANC-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Order-History
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-CANCELLATION
               UNTIL INPUT-EOF
           CLOSE Cancel-File.
           CLOSE Order-History.

           OPEN INPUT Receipt-File
           IF NOT CATRCPT-NORMAL
              DISPLAY "ERROR: unable to open CATRCPT, status="
                      CATRCPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-RECEIPT
               UNTIL INPUT-EOF
           CLOSE Receipt-File.

           OPEN INPUT Return-File
           IF NOT RETCRED-NORMAL
              DISPLAY "ERROR: unable to open RETCRED, status="
                      RETCRED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-RETURN
               UNTIL INPUT-EOF
           CLOSE Return-File.

           OPEN INPUT Variance-File
           IF NOT STKTVAR-NORMAL
              DISPLAY "ERROR: unable to open STKTVAR, status="
                      STKTVAR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-VARIANCE
               UNTIL INPUT-EOF
           CLOSE Variance-File.

           OPEN INPUT Transfer-File
           IF NOT CATXFER-NORMAL
              DISPLAY "ERROR: unable to open CATXFER, status="
                      CATXFER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM APPLY-ONE-TRANSFER
               UNTIL INPUT-EOF
           CLOSE Transfer-File.

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open CATVLRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM PRINT-DEPARTMENT-VALUES
           PERFORM PRINT-LOCATION-VALUES
           PERFORM PRINT-SLOW-MOVING
           IF NOT BASELINE-RUN
              PERFORM PRINT-MOVEMENT
           END-IF
           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " CATVALN End-of-job reconciliation"
           DISPLAY "   Catalog items loaded : " RC-ITEMS-LOADED
           DISPLAY "   Locations valued     : " RC-LOCATIONS-VALUED
           DISPLAY "   Items catalog only   : " RC-CATALOG-ONLY
           DISPLAY "   Locations w/o item   : " RC-LOCATIONS-NO-ITEM
           DISPLAY "   Closing recs written : " RC-SNAPSHOT-WRITTEN
           DISPLAY "   Opening recs read    : " RC-OPENING-READ
           DISPLAY "   Opening recs w/o item: " RC-OPENING-NO-ITEM
           DISPLAY "   Order lines read     : " RC-LINES-READ
           DISPLAY "   Sales lines in month : " RC-SALES-LINES
           DISPLAY "   Cancellations read   : " RC-CANCELS-READ
           DISPLAY "   Cancellations applied: " RC-CANCELS-APPLIED
           DISPLAY "   Receipts read        : " RC-RECEIPTS-READ
           DISPLAY "   Receipts applied     : " RC-RECEIPTS-APPLIED
           DISPLAY "   Returns read         : " RC-RETURNS-READ
           DISPLAY "   Returns applied      : " RC-RETURNS-APPLIED
           DISPLAY "   Variances read       : " RC-VARIANCES-READ
           DISPLAY "   Variances applied    : " RC-VARIANCES-APPLIED
           DISPLAY "   Transfers read       : " RC-TRANSFERS-READ
           DISPLAY "   Transfers applied    : " RC-TRANSFERS-APPLIED
           DISPLAY "   Movements w/o item   : " RC-MOVES-NO-ITEM
           DISPLAY "   Slow-moving items    : " RC-SLOW-ITEMS
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-ONE-ITEM - a catalog item into the table with the cost   *
      * its stock is valued at. Discontinued items still hold stock   *
      * and are valued like any other.                                *
      *----------------------------------------------------------------*
       LOAD-ONE-ITEM SECTION.
           READ Catalog-File NEXT RECORD
           IF NOT CATALOG-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO LOAD-ONE-ITEM-EXIT
           END-IF
           IF IT-ENTRY-COUNT IS NOT LESS THAN 2000
              DISPLAY "ERROR: CATALOG ITEM TABLE FULL AT 2000"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO IT-ENTRY-COUNT
           ADD 1 TO RC-ITEMS-LOADED
           SET IT-IX TO IT-ENTRY-COUNT
           INITIALIZE IT-ENTRY(IT-IX)
           MOVE CAT-ITEM-REF TO IT-ITEM-REF(IT-IX)
           MOVE CAT-DESCRIPTION TO IT-DESCRIPTION(IT-IX)
           IF CAT-DEPARTMENT IS NUMERIC
              MOVE CAT-DEPARTMENT TO IT-DEPARTMENT(IT-IX)
           END-IF
           IF CAT-COST IS NOT EQUAL TO SPACES
              COMPUTE IT-UNIT-COST(IT-IX) = FUNCTION NUMVAL(CAT-COST)
           END-IF
           IF CAT-IN-STOCK IS NUMERIC
              MOVE CAT-IN-STOCK TO IT-IN-STOCK(IT-IX)
           END-IF
           COMPUTE WS-DEPT-SUB = IT-DEPARTMENT(IT-IX) + 1
           MOVE 'Y' TO DT-USED-SW(WS-DEPT-SUB)
           .
       LOAD-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND-ITEM - the table entry for WS-FIND-ITEM-REF, and the     *
      * department its values roll up to.                             *
      *----------------------------------------------------------------*
       FIND-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           SET IT-IX TO 1
           SEARCH IT-ENTRY
              WHEN IT-IX IS GREATER THAN IT-ENTRY-COUNT
                 CONTINUE
              WHEN IT-ITEM-REF(IT-IX) IS EQUAL TO WS-FIND-ITEM-REF
                 MOVE 'Y' TO WS-ITEM-FOUND-SW
                 COMPUTE WS-DEPT-SUB = IT-DEPARTMENT(IT-IX) + 1
           END-SEARCH
           .
       FIND-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CONVERT-LINE-DATE - the mmddyyyy date in WS-LINE-DATE-MDY as  *
      * a day number, and whether it falls in the month valued. An    *
      * unusable date is day zero, outside the month.                 *
      *----------------------------------------------------------------*
       CONVERT-LINE-DATE SECTION.
           MOVE 'N' TO WS-IN-MONTH-SW
           MOVE 0 TO WS-LINE-DAY
           MOVE WS-LD-YYYY TO WS-LY-YYYY
           MOVE WS-LD-MM TO WS-LY-MM
           MOVE WS-LD-DD TO WS-LY-DD
           IF WS-LINE-DATE-YMD IS NOT NUMERIC
              GO TO CONVERT-LINE-DATE-EXIT
           END-IF
           COMPUTE WS-LINE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-LINE-DATE-NUM)
           IF WS-LINE-DAY IS NOT LESS THAN WS-MONTH-START-DAY
              AND WS-LINE-DAY IS NOT GREATER THAN WS-VALUATION-DAY
              MOVE 'Y' TO WS-IN-MONTH-SW
           END-IF
           .
       CONVERT-LINE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALUE-ONE-LOCATION - a CATLOC location's units on hand at its *
      * item's cost, into the item, its department, the location and *
      * the closing position.                                         *
      *----------------------------------------------------------------*
       VALUE-ONE-LOCATION SECTION.
           READ Location-File NEXT RECORD
           IF NOT CATLOC-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO VALUE-ONE-LOCATION-EXIT
           END-IF
           MOVE CATLOC-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-LOCATIONS-NO-ITEM
              GO TO VALUE-ONE-LOCATION-EXIT
           END-IF
           MOVE 'Y' TO IT-LOCATION-SW(IT-IX)
           IF CATLOC-ON-HAND IS NOT NUMERIC
              OR CATLOC-ON-HAND = 0
              GO TO VALUE-ONE-LOCATION-EXIT
           END-IF
           ADD 1 TO RC-LOCATIONS-VALUED
           MOVE CATLOC-LOCATION TO WS-HOLD-LOCATION
           MOVE CATLOC-ON-HAND TO WS-HOLD-UNITS
           PERFORM VALUE-HOLDING
           .
       VALUE-ONE-LOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALUE-CATALOG-ONLY - an item with no CATLOC records is valued *
      * at its catalog in-stock total, under location spaces.         *
      *----------------------------------------------------------------*
       VALUE-CATALOG-ONLY SECTION.
           IF IT-LOCATION-MANAGED(IT-IX)
              OR IT-IN-STOCK(IT-IX) = 0
              GO TO VALUE-CATALOG-ONLY-EXIT
           END-IF
           ADD 1 TO RC-CATALOG-ONLY
           COMPUTE WS-DEPT-SUB = IT-DEPARTMENT(IT-IX) + 1
           MOVE SPACES TO WS-HOLD-LOCATION
           MOVE IT-IN-STOCK(IT-IX) TO WS-HOLD-UNITS
           PERFORM VALUE-HOLDING
           .
       VALUE-CATALOG-ONLY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALUE-HOLDING - the units in WS-HOLDING at the cost of item   *
      * IT-IX, added up and cut to the closing position.              *
      *----------------------------------------------------------------*
       VALUE-HOLDING SECTION.
           COMPUTE WS-HOLD-VALUE =
               WS-HOLD-UNITS * IT-UNIT-COST(IT-IX)
           ADD WS-HOLD-UNITS TO IT-ON-HAND(IT-IX)
           ADD WS-HOLD-UNITS TO DT-UNITS(WS-DEPT-SUB) GT-UNITS
           ADD WS-HOLD-VALUE TO DT-CLOSING(WS-DEPT-SUB) GT-CLOSING
           PERFORM ADD-TO-LOCATION

           MOVE SPACES TO CATVALSN-RECORD
           MOVE WS-VALUATION-DATE TO CATVALSN-VALUATION-DATE
           MOVE IT-ITEM-REF(IT-IX) TO CATVALSN-ITEM-REF
           MOVE WS-HOLD-LOCATION TO CATVALSN-LOCATION
           MOVE IT-DEPARTMENT(IT-IX) TO CATVALSN-DEPARTMENT
           MOVE WS-HOLD-UNITS TO CATVALSN-ON-HAND
           MOVE IT-UNIT-COST(IT-IX) TO CATVALSN-UNIT-COST
           MOVE WS-HOLD-VALUE TO CATVALSN-VALUE
           WRITE CATVALSN-RECORD
           IF NOT VALOUT-NORMAL
              DISPLAY "ERROR: VALOUT write failed, status="
                      VALOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO VALUE-HOLDING-EXIT
           END-IF
           ADD 1 TO RC-SNAPSHOT-WRITTEN
           .
       VALUE-HOLDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ADD-TO-LOCATION - the holding into its location's totals, a   *
      * location not yet in the table going in at its place in order. *
      *----------------------------------------------------------------*
       ADD-TO-LOCATION SECTION.
           SET LT-IX TO 1
           SEARCH LT-ENTRY
              AT END
                 DISPLAY "ERROR: LOCATION TABLE FULL AT 100"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN LT-IX IS GREATER THAN LT-ENTRY-COUNT
                 PERFORM INSERT-LOCATION
              WHEN LT-LOCATION(LT-IX) IS EQUAL TO WS-HOLD-LOCATION
                 CONTINUE
              WHEN LT-LOCATION(LT-IX) IS GREATER THAN WS-HOLD-LOCATION
                 PERFORM INSERT-LOCATION
           END-SEARCH
           ADD WS-HOLD-UNITS TO LT-UNITS(LT-IX)
           ADD WS-HOLD-VALUE TO LT-VALUE(LT-IX)
           .
       ADD-TO-LOCATION-EXIT.
           EXIT.

       INSERT-LOCATION SECTION.
           IF LT-ENTRY-COUNT IS NOT LESS THAN 100
              DISPLAY "ERROR: LOCATION TABLE FULL AT 100"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           SET WS-LOC-INSERT TO LT-IX
           PERFORM SHIFT-ONE-LOCATION
               VARYING WS-LOC-SUB FROM LT-ENTRY-COUNT BY -1
               UNTIL WS-LOC-SUB IS LESS THAN WS-LOC-INSERT
           ADD 1 TO LT-ENTRY-COUNT
           MOVE WS-HOLD-LOCATION TO LT-LOCATION(LT-IX)
           MOVE 0 TO LT-UNITS(LT-IX)
           MOVE 0 TO LT-VALUE(LT-IX)
           .
       INSERT-LOCATION-EXIT.
           EXIT.

       SHIFT-ONE-LOCATION SECTION.
           MOVE LT-ENTRY(WS-LOC-SUB) TO LT-ENTRY(WS-LOC-SUB + 1)
           .
       SHIFT-ONE-LOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-OPENING - a holding from last month's closing cut:  *
      * its value opens the department it now belongs to, and the     *
      * difference this month's cost makes to its units is a cost     *
      * change. An opening cut not dated the day before the month     *
      * starts is warned of and the job ends with return code 4.      *
      *----------------------------------------------------------------*
       APPLY-ONE-OPENING SECTION.
           READ Opening-Input INTO OPEN-RECORD
           IF NOT VALIN-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-OPENING-EXIT
           END-IF
           ADD 1 TO RC-OPENING-READ
           IF NOT OPENING-DATE-CHECKED
              MOVE 'Y' TO WS-OPENING-DATE-SW
              IF OPEN-VALUATION-DATE IS NOT EQUAL TO WS-PRIOR-MONTH-END
                 DISPLAY "WARNING: VALIN is as at "
                         OPEN-VALUATION-DATE ", expected "
                         WS-PRIOR-MONTH-END
                 IF RETURN-CODE IS LESS THAN 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           MOVE OPEN-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF ITEM-FOUND
              COMPUTE WS-MOVE-VALUE = OPEN-ON-HAND
                  * (IT-UNIT-COST(IT-IX) - OPEN-UNIT-COST)
              ADD WS-MOVE-VALUE TO DT-COST-CHANGES(WS-DEPT-SUB)
                                   GT-COST-CHANGES
           ELSE
              ADD 1 TO RC-OPENING-NO-ITEM
              COMPUTE WS-DEPT-SUB = OPEN-DEPARTMENT + 1
              MOVE 'Y' TO DT-USED-SW(WS-DEPT-SUB)
           END-IF
           ADD OPEN-VALUE TO DT-OPENING(WS-DEPT-SUB) GT-OPENING
           .
       APPLY-ONE-OPENING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COUNT-ONE-ORDER-LINE - an order line notes its item's latest  *
      * sale for the slow-moving list (cancelled and returned lines   *
      * are no sale). A line placed in the month that took stock -    *
      * not back-ordered - is a sale out of stock at today's cost; a  *
      * line raised as a back-order took its stock when the fill      *
      * shipped it, so is a sale in the month of its shipped date.    *
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
              OR ORDHIST-QUANTITY IS NOT NUMERIC
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
      * ORDHIST dates are mmddyyyy
           MOVE ORDHIST-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF WS-LINE-DAY = 0
              OR WS-LINE-DAY IS GREATER THAN WS-VALUATION-DAY
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           MOVE ORDHIST-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO COUNT-ONE-ORDER-LINE-EXIT
           END-IF
           IF NOT ORDHIST-RETURNED
              AND WS-LINE-DAY IS GREATER THAN IT-LAST-SALE-DAY(IT-IX)
              MOVE WS-LINE-DAY TO IT-LAST-SALE-DAY(IT-IX)
              MOVE WS-LINE-DATE-NUM TO IT-LAST-SALE-DATE(IT-IX)
           END-IF
           IF ORDHIST-RAISED-BACKORDER
              MOVE ORDHIST-SHIPPED-DATE TO WS-LINE-DATE-MDY
              PERFORM CONVERT-LINE-DATE
           END-IF
           IF DATE-IN-MONTH
              AND NOT ORDHIST-BACKORDERED
              ADD 1 TO RC-SALES-LINES
              COMPUTE WS-MOVE-VALUE =
                  ORDHIST-QUANTITY * IT-UNIT-COST(IT-IX)
              ADD WS-MOVE-VALUE TO DT-SALES(WS-DEPT-SUB) GT-SALES
           END-IF
           .
       COUNT-ONE-ORDER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-CANCELLATION - a placed line cancelled in the month *
      * put its stock back. One placed in the month too was never     *
      * counted as a sale, so only a line placed in an earlier month  *
      * moves the value; a back-ordered line released no stock.       *
      *----------------------------------------------------------------*
       APPLY-ONE-CANCELLATION SECTION.
           READ Cancel-File NEXT RECORD
           IF NOT ORDCANC-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           ADD 1 TO RC-CANCELS-READ
           IF ORDCANC-PRIOR-STATUS = 'B'
              OR ORDCANC-QUANTITY IS NOT NUMERIC
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           MOVE ORDCANC-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF NOT DATE-IN-MONTH
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           MOVE ORDCANC-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE ORDCANC-LINE TO ORDHIST-LINE
           READ Order-History
           IF NOT ORDHIST-NORMAL
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           MOVE ORDHIST-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF WS-LINE-DAY IS NOT LESS THAN WS-MONTH-START-DAY
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           MOVE ORDCANC-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO APPLY-ONE-CANCELLATION-EXIT
           END-IF
           ADD 1 TO RC-CANCELS-APPLIED
           COMPUTE WS-MOVE-VALUE =
               ORDCANC-QUANTITY * IT-UNIT-COST(IT-IX)
           ADD WS-MOVE-VALUE TO DT-CANCELS(WS-DEPT-SUB) GT-CANCELS
           .
       APPLY-ONE-CANCELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-RECEIPT - stock received in the month.              *
      *----------------------------------------------------------------*
       APPLY-ONE-RECEIPT SECTION.
           READ Receipt-File NEXT RECORD
           IF NOT CATRCPT-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF
           ADD 1 TO RC-RECEIPTS-READ
           MOVE CATRCPT-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF NOT DATE-IN-MONTH
              OR CATRCPT-QUANTITY IS NOT NUMERIC
              GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF
           MOVE CATRCPT-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO APPLY-ONE-RECEIPT-EXIT
           END-IF
           ADD 1 TO RC-RECEIPTS-APPLIED
           COMPUTE WS-MOVE-VALUE =
               CATRCPT-QUANTITY * IT-UNIT-COST(IT-IX)
           ADD WS-MOVE-VALUE TO DT-RECEIPTS(WS-DEPT-SUB) GT-RECEIPTS
           .
       APPLY-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-RETURN - customer returns back in stock in the      *
      * month, at today's cost rather than the credit given.          *
      *----------------------------------------------------------------*
       APPLY-ONE-RETURN SECTION.
           READ Return-File NEXT RECORD
           IF NOT RETCRED-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO RC-RETURNS-READ
           MOVE RETCRED-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF NOT DATE-IN-MONTH
              OR RETCRED-QUANTITY IS NOT NUMERIC
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           MOVE RETCRED-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO RC-RETURNS-APPLIED
           COMPUTE WS-MOVE-VALUE =
               RETCRED-QUANTITY * IT-UNIT-COST(IT-IX)
           ADD WS-MOVE-VALUE TO DT-RETURNS(WS-DEPT-SUB) GT-RETURNS
           .
       APPLY-ONE-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-VARIANCE - a stock-take adjustment in the month,    *
      * signed as counted.                                            *
      *----------------------------------------------------------------*
       APPLY-ONE-VARIANCE SECTION.
           READ Variance-File NEXT RECORD
           IF NOT STKTVAR-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-VARIANCE-EXIT
           END-IF
           ADD 1 TO RC-VARIANCES-READ
           MOVE STKTVAR-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF NOT DATE-IN-MONTH
              OR STKTVAR-VARIANCE IS NOT NUMERIC
              GO TO APPLY-ONE-VARIANCE-EXIT
           END-IF
           MOVE STKTVAR-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO APPLY-ONE-VARIANCE-EXIT
           END-IF
           ADD 1 TO RC-VARIANCES-APPLIED
           COMPUTE WS-MOVE-VALUE =
               STKTVAR-VARIANCE * IT-UNIT-COST(IT-IX)
           ADD WS-MOVE-VALUE TO DT-STOCK-TAKE(WS-DEPT-SUB)
                                GT-STOCK-TAKE
           .
       APPLY-ONE-VARIANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-TRANSFER - a transfer in the month moves value out  *
      * of one location and into another; both sides are shown so    *
      * the department's value is seen to be unchanged by it.         *
      *----------------------------------------------------------------*
       APPLY-ONE-TRANSFER SECTION.
           READ Transfer-File NEXT RECORD
           IF NOT CATXFER-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           ADD 1 TO RC-TRANSFERS-READ
           MOVE CATXFER-DATE TO WS-LINE-DATE-MDY
           PERFORM CONVERT-LINE-DATE
           IF NOT DATE-IN-MONTH
              OR CATXFER-QUANTITY IS NOT NUMERIC
              GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           MOVE CATXFER-ITEM-REF TO WS-FIND-ITEM-REF
           PERFORM FIND-ITEM
           IF NOT ITEM-FOUND
              ADD 1 TO RC-MOVES-NO-ITEM
              GO TO APPLY-ONE-TRANSFER-EXIT
           END-IF
           ADD 1 TO RC-TRANSFERS-APPLIED
           COMPUTE WS-MOVE-VALUE =
               CATXFER-QUANTITY * IT-UNIT-COST(IT-IX)
           ADD WS-MOVE-VALUE TO DT-XFER-IN(WS-DEPT-SUB) GT-XFER-IN
           ADD WS-MOVE-VALUE TO DT-XFER-OUT(WS-DEPT-SUB) GT-XFER-OUT
           .
       APPLY-ONE-TRANSFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-VALUATION-DATE TO RT-VALUATION-DATE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-SECTION-TITLE - a blank line and the title in ST-TITLE. *
      *----------------------------------------------------------------*
       WRITE-SECTION-TITLE SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-TITLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-DEPARTMENT-VALUES - units and value by department, and  *
      * the grand total.                                              *
      *----------------------------------------------------------------*
       PRINT-DEPARTMENT-VALUES SECTION.
           MOVE 'STOCK VALUE BY DEPARTMENT' TO ST-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE 'DEPT' TO VC-LABEL
           MOVE SPACES TO REPORT-LINE
           MOVE WS-VALUE-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB IS GREATER THAN 1000
           MOVE 'TOTAL' TO VL-LABEL
           MOVE GT-UNITS TO VL-UNITS
           MOVE GT-CLOSING TO VL-VALUE
           MOVE SPACES TO VL-NOTE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-DEPARTMENT-VALUES-EXIT.
           EXIT.

       PRINT-ONE-DEPARTMENT SECTION.
           IF NOT DT-USED(WS-DEPT-SUB)
              GO TO PRINT-ONE-DEPARTMENT-EXIT
           END-IF
           COMPUTE WS-DEPT-NUMBER = WS-DEPT-SUB - 1
           MOVE WS-DEPT-NUMBER TO VL-LABEL
           MOVE DT-UNITS(WS-DEPT-SUB) TO VL-UNITS
           MOVE DT-CLOSING(WS-DEPT-SUB) TO VL-VALUE
           MOVE SPACES TO VL-NOTE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-ONE-DEPARTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-LOCATION-VALUES - units and value by location, and the  *
      * grand total.                                                  *
      *----------------------------------------------------------------*
       PRINT-LOCATION-VALUES SECTION.
           MOVE 'STOCK VALUE BY LOCATION' TO ST-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE 'LOC' TO VC-LABEL
           MOVE SPACES TO REPORT-LINE
           MOVE WS-VALUE-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-LOCATION
               VARYING LT-IX FROM 1 BY 1
               UNTIL LT-IX IS GREATER THAN LT-ENTRY-COUNT
           MOVE 'TOTAL' TO VL-LABEL
           MOVE GT-UNITS TO VL-UNITS
           MOVE GT-CLOSING TO VL-VALUE
           MOVE SPACES TO VL-NOTE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-LOCATION-VALUES-EXIT.
           EXIT.

       PRINT-ONE-LOCATION SECTION.
           MOVE LT-LOCATION(LT-IX) TO VL-LABEL
           MOVE LT-UNITS(LT-IX) TO VL-UNITS
           MOVE LT-VALUE(LT-IX) TO VL-VALUE
           IF LT-LOCATION(LT-IX) = SPACES
              MOVE 'NOT LOCATION-MANAGED' TO VL-NOTE
           ELSE
              MOVE SPACES TO VL-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-ONE-LOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-SLOW-MOVING - stock on hand whose item has had no sale  *
      * in the 90 days to the valuation date.                         *
      *----------------------------------------------------------------*
       PRINT-SLOW-MOVING SECTION.
           MOVE 'SLOW-MOVING STOCK - NO SALE IN THE LAST 90 DAYS'
               TO ST-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SLOW-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-ONE-SLOW-ITEM
               VARYING IT-IX FROM 1 BY 1
               UNTIL IT-IX IS GREATER THAN IT-ENTRY-COUNT
           MOVE SPACES TO WS-SLOW-LINE
           MOVE 'TOTAL SLOW-MOVING STOCK' TO SL-DESCRIPTION
           MOVE GT-SLOW-UNITS TO SL-UNITS
           MOVE GT-SLOW-VALUE TO SL-VALUE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SLOW-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-SLOW-MOVING-EXIT.
           EXIT.

       LIST-ONE-SLOW-ITEM SECTION.
           IF IT-ON-HAND(IT-IX) = 0
              OR IT-LAST-SALE-DAY(IT-IX) IS NOT LESS THAN
                 WS-SLOW-CUTOFF-DAY
              GO TO LIST-ONE-SLOW-ITEM-EXIT
           END-IF
           ADD 1 TO RC-SLOW-ITEMS
           COMPUTE WS-HOLD-VALUE =
               IT-ON-HAND(IT-IX) * IT-UNIT-COST(IT-IX)
           ADD IT-ON-HAND(IT-IX) TO GT-SLOW-UNITS
           ADD WS-HOLD-VALUE TO GT-SLOW-VALUE
           MOVE IT-ITEM-REF(IT-IX) TO SL-ITEM
           MOVE IT-DESCRIPTION(IT-IX) TO SL-DESCRIPTION
           MOVE IT-DEPARTMENT(IT-IX) TO SL-DEPARTMENT
           MOVE IT-ON-HAND(IT-IX) TO SL-UNITS
           MOVE WS-HOLD-VALUE TO SL-VALUE
           IF IT-LAST-SALE-DAY(IT-IX) = 0
              MOVE 'NONE' TO SL-LAST-SALE
           ELSE
              MOVE IT-LAST-SALE-DATE(IT-IX) TO SL-LAST-SALE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SLOW-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-SLOW-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRINT-MOVEMENT - opening to closing value by department, each *
      * movement shown by its effect on the value (sales and          *
      * transfers out take value away), then the same in total with   *
      * what is left unexplained as the reconciling item.             *
      *----------------------------------------------------------------*
       PRINT-MOVEMENT SECTION.
           MOVE SPACES TO ST-TITLE
           STRING 'MOVEMENT FROM ' WS-PRIOR-MONTH-END
                  ' TO ' WS-VALUATION-DATE
                  DELIMITED BY SIZE INTO ST-TITLE
           END-STRING
           PERFORM WRITE-SECTION-TITLE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MOVEMENT-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MOVEMENT-COLUMNS-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-DEPT-MOVEMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB IS GREATER THAN 1000

           COMPUTE WS-EXPECTED = GT-OPENING + GT-COST-CHANGES
               + GT-RECEIPTS - GT-SALES + GT-CANCELS + GT-RETURNS
               + GT-STOCK-TAKE + GT-XFER-IN - GT-XFER-OUT
           COMPUTE WS-UNEXPLAINED = GT-CLOSING - WS-EXPECTED
           MOVE 'TOTAL' TO ML-LABEL
           MOVE GT-OPENING TO ML-OPENING
           MOVE GT-COST-CHANGES TO ML-COST-CHANGES
           MOVE GT-RECEIPTS TO ML-RECEIPTS
           COMPUTE ML-SALES = 0 - GT-SALES
           MOVE GT-CANCELS TO ML-CANCELS
           MOVE GT-RETURNS TO ML-RETURNS
           MOVE GT-STOCK-TAKE TO ML-STOCK-TAKE
           COMPUTE ML-TRANSFERS = GT-XFER-IN - GT-XFER-OUT
           MOVE GT-CLOSING TO ML-CLOSING
           MOVE WS-UNEXPLAINED TO ML-UNEXPLAINED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MOVEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RECONCILIATION OF STOCK VALUE' TO ST-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE 'OPENING VALUE' TO SM-LABEL
           MOVE GT-OPENING TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'COST CHANGES ON OPENING STOCK' TO SM-LABEL
           MOVE GT-COST-CHANGES TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'RECEIPTS' TO SM-LABEL
           MOVE GT-RECEIPTS TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'SALES' TO SM-LABEL
           COMPUTE SM-VALUE = 0 - GT-SALES
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'CANCELLED ORDERS BACK TO STOCK' TO SM-LABEL
           MOVE GT-CANCELS TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'CUSTOMER RETURNS' TO SM-LABEL
           MOVE GT-RETURNS TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'STOCK-TAKE VARIANCES' TO SM-LABEL
           MOVE GT-STOCK-TAKE TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'TRANSFERS IN' TO SM-LABEL
           MOVE GT-XFER-IN TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'TRANSFERS OUT' TO SM-LABEL
           COMPUTE SM-VALUE = 0 - GT-XFER-OUT
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'EXPECTED CLOSING VALUE' TO SM-LABEL
           MOVE WS-EXPECTED TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'CLOSING VALUE' TO SM-LABEL
           MOVE GT-CLOSING TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 'RECONCILING ITEM - UNEXPLAINED' TO SM-LABEL
           MOVE WS-UNEXPLAINED TO SM-VALUE
           PERFORM WRITE-STATEMENT-LINE

           IF WS-UNEXPLAINED IS NOT EQUAL TO 0
              DISPLAY "WARNING: stock value movement leaves "
                      "an unexplained difference"
              IF RETURN-CODE IS LESS THAN 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       PRINT-MOVEMENT-EXIT.
           EXIT.

       PRINT-ONE-DEPT-MOVEMENT SECTION.
           IF NOT DT-USED(WS-DEPT-SUB)
              GO TO PRINT-ONE-DEPT-MOVEMENT-EXIT
           END-IF
           COMPUTE WS-EXPECTED = DT-OPENING(WS-DEPT-SUB)
               + DT-COST-CHANGES(WS-DEPT-SUB)
               + DT-RECEIPTS(WS-DEPT-SUB) - DT-SALES(WS-DEPT-SUB)
               + DT-CANCELS(WS-DEPT-SUB) + DT-RETURNS(WS-DEPT-SUB)
               + DT-STOCK-TAKE(WS-DEPT-SUB)
               + DT-XFER-IN(WS-DEPT-SUB) - DT-XFER-OUT(WS-DEPT-SUB)
           COMPUTE WS-DEPT-NUMBER = WS-DEPT-SUB - 1
           MOVE WS-DEPT-NUMBER TO ML-LABEL
           MOVE DT-OPENING(WS-DEPT-SUB) TO ML-OPENING
           MOVE DT-COST-CHANGES(WS-DEPT-SUB) TO ML-COST-CHANGES
           MOVE DT-RECEIPTS(WS-DEPT-SUB) TO ML-RECEIPTS
           COMPUTE ML-SALES = 0 - DT-SALES(WS-DEPT-SUB)
           MOVE DT-CANCELS(WS-DEPT-SUB) TO ML-CANCELS
           MOVE DT-RETURNS(WS-DEPT-SUB) TO ML-RETURNS
           MOVE DT-STOCK-TAKE(WS-DEPT-SUB) TO ML-STOCK-TAKE
           COMPUTE ML-TRANSFERS =
               DT-XFER-IN(WS-DEPT-SUB) - DT-XFER-OUT(WS-DEPT-SUB)
           MOVE DT-CLOSING(WS-DEPT-SUB) TO ML-CLOSING
           COMPUTE ML-UNEXPLAINED =
               DT-CLOSING(WS-DEPT-SUB) - WS-EXPECTED
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MOVEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       PRINT-ONE-DEPT-MOVEMENT-EXIT.
           EXIT.

       WRITE-STATEMENT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-STATEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-STATEMENT-LINE-EXIT.
           EXIT.
