       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = ORDCNRPT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCNRPT.
      * Daily order cancellation list over the ORDCANC records the
      * catalog's 01CANC request logs: every order line cancelled on
      * the report day, grouped by cancellation reason with the
      * lines, units and placement-day value each reason cost, so
      * sales can see why orders are being lost. The report date
      * comes from the JCL PARM as yyyymmdd; default is the run date.
      * ORDCANC-DATE is mmddyyyy as the catalog manager writes it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cancels-Input ASSIGN TO ORDCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORDCANC-KEY OF ORDCANC-RECORD
              FILE STATUS IS ORDCANC-STATUS.

           SELECT Report-Output ASSIGN TO ORDCNRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Cancels-Input.
       COPY ORDCANC SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 ORDCANC-STATUS              PIC X(2).
           88 ORDCANC-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-DAY-DONE-SW              PIC X(01) VALUE 'N'.
           88 DAY-DONE                VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The report date, yyyymmdd on the PARM, matched against the
      * mmddyyyy dates ORDCANC carries.
       01 WS-REPORT-DATE              PIC 9(08).
       01 WS-REPORT-DATE-MDY.
           05 WS-RD-MM                PIC X(02).
           05 WS-RD-DD                PIC X(02).
           05 WS-RD-YYYY              PIC X(04).

      * The cancellation reasons 01CANC accepts, in report order; the
      * last slot collects any code it does not know.
       01 WS-REASON-VALUES.
           05 FILLER                  PIC X(22) VALUE
              'CRCUSTOMER REQUEST    '.
           05 FILLER                  PIC X(22) VALUE
              'DUDUPLICATE ORDER     '.
           05 FILLER                  PIC X(22) VALUE
              'WIWRONG ITEM ORDERED  '.
           05 FILLER                  PIC X(22) VALUE
              'DLDELIVERY DELAY      '.
           05 FILLER                  PIC X(22) VALUE
              'PAPAYMENT PROBLEM     '.
           05 FILLER                  PIC X(22) VALUE
              'OTOTHER               '.
           05 FILLER                  PIC X(22) VALUE
              '**REASON NOT KNOWN    '.
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 RS-ENTRY OCCURS 7 TIMES INDEXED BY RS-IX.
               10 RS-CODE             PIC X(02).
               10 RS-DESC             PIC X(20).

      * Per-reason totals, slot for slot with the reason table.
       01 WS-REASON-TOTALS.
           05 CT-ENTRY OCCURS 7 TIMES.
               10 CT-LINES            PIC 9(06) COMP.
               10 CT-UNITS            PIC 9(08) COMP.
               10 CT-VALUE            PIC S9(09)V99 COMP-3.
       01 WS-REASON-SLOT              PIC 9(02) COMP VALUE 0.
       01 WS-LIST-SLOT                PIC 9(02) COMP VALUE 0.
       01 WS-LINE-VALUE               PIC 9(07)V99 COMP-3.

       01 RECONCILIATION-COUNTS.
           05 RC-CANCELS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-CANCELS-LISTED       PIC 9(08) COMP VALUE 0.
           05 RC-UNKNOWN-REASON       PIC 9(08) COMP VALUE 0.
           05 RC-TOTAL-UNITS          PIC 9(08) COMP VALUE 0.
           05 RC-TOTAL-VALUE          PIC S9(11)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'DAILY ORDER CANCELLATIONS -     '.
           05 RT-REPORT-DATE      PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-REASON-HEADER.
           05 FILLER              PIC X(07) VALUE 'REASON '.
           05 RH-CODE             PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RH-DESC             PIC X(20).

       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-TIME             PIC X(06).
           05 FILLER              PIC X(07) VALUE ' ORDER '.
           05 DL-ORDER            PIC 9(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 DL-LINE             PIC 9(02).
           05 FILLER              PIC X(06) VALUE ' ITEM '.
           05 DL-ITEM             PIC 9(04).
           05 FILLER              PIC X(06) VALUE ' QTY: '.
           05 DL-QTY              PIC ZZ9.
           05 FILLER              PIC X(09) VALUE '  VALUE: '.
           05 DL-VALUE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-WAS              PIC X(12).
           05 FILLER              PIC X(05) VALUE ' LOC '.
           05 DL-LOCATION         PIC X(02).
           05 FILLER              PIC X(06) VALUE '  BY  '.
           05 DL-USERID           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DL-REASON           PIC X(20).

       01 WS-REASON-TOTAL-LINE.
           05 FILLER              PIC X(12) VALUE '  REASON    '.
           05 RL-CODE             PIC X(02).
           05 FILLER              PIC X(09) VALUE '  LINES: '.
           05 RL-LINES            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE '  UNITS: '.
           05 RL-UNITS            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE '  VALUE: '.
           05 RL-VALUE            PIC ZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(23) VALUE
              'TOTAL LINES CANCELLED: '.
           05 TL-LINES            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE '  UNITS: '.
           05 TL-UNITS            PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE '  VALUE: '.
           05 TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

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
      * ORDCANC dates are mmddyyyy
           MOVE WS-REPORT-DATE(5:2) TO WS-RD-MM
           MOVE WS-REPORT-DATE(7:2) TO WS-RD-DD
           MOVE WS-REPORT-DATE(1:4) TO WS-RD-YYYY

           OPEN INPUT Cancels-Input
           IF NOT ORDCANC-NORMAL
              DISPLAY "ERROR: unable to open ORDCANC, status="
                      ORDCANC-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open ORDCNRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Cancels-Input
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           INITIALIZE WS-REASON-TOTALS

      * First pass totals the day by reason, then each reason with
      * anything against it lists its cancellations in time order.
           PERFORM START-REPORT-DAY
           PERFORM TOTAL-ONE-CANCELLATION
               UNTIL DAY-DONE
           PERFORM LIST-ONE-REASON
               VARYING WS-LIST-SLOT FROM 1 BY 1
               UNTIL WS-LIST-SLOT IS GREATER THAN 7

           CLOSE Cancels-Input.

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Report-Output.

           DISPLAY "======================================"
           DISPLAY " ORDCNRPT End-of-job reconciliation"
           DISPLAY "   Cancellations on day : " RC-CANCELS-READ
           DISPLAY "   Cancellations listed : " RC-CANCELS-LISTED
           DISPLAY "   Reason not known     : " RC-UNKNOWN-REASON
           DISPLAY "======================================".

           IF RC-UNKNOWN-REASON > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * START-REPORT-DAY - position on the first cancellation of the   *
      * report day; the key leads with the date.                       *
      *----------------------------------------------------------------*
       START-REPORT-DAY SECTION.
           MOVE LOW-VALUES TO ORDCANC-KEY
           MOVE WS-REPORT-DATE-MDY TO ORDCANC-DATE
           START Cancels-Input KEY IS NOT LESS THAN
                                   ORDCANC-KEY OF ORDCANC-RECORD
           IF ORDCANC-NORMAL
              MOVE 'N' TO WS-DAY-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DAY-DONE-SW
           END-IF
           .
       START-REPORT-DAY-EXIT.
           EXIT.

       READ-NEXT-CANCELLATION SECTION.
           READ Cancels-Input NEXT RECORD
           IF NOT ORDCANC-NORMAL
              OR ORDCANC-DATE IS NOT EQUAL TO WS-REPORT-DATE-MDY
              MOVE 'Y' TO WS-DAY-DONE-SW
           END-IF
           .
       READ-NEXT-CANCELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TOTAL-ONE-CANCELLATION - fold one of the day's cancellations   *
      * into its reason's totals.                                      *
      *----------------------------------------------------------------*
       TOTAL-ONE-CANCELLATION SECTION.
           PERFORM READ-NEXT-CANCELLATION
           IF DAY-DONE
              GO TO TOTAL-ONE-CANCELLATION-EXIT
           END-IF
           ADD 1 TO RC-CANCELS-READ
           PERFORM FIND-REASON-SLOT
           IF WS-REASON-SLOT = 7
              ADD 1 TO RC-UNKNOWN-REASON
           END-IF
           PERFORM VALUE-CANCELLED-LINE
           ADD 1 TO CT-LINES(WS-REASON-SLOT)
           ADD ORDCANC-QUANTITY TO CT-UNITS(WS-REASON-SLOT)
           ADD WS-LINE-VALUE TO CT-VALUE(WS-REASON-SLOT)
           ADD ORDCANC-QUANTITY TO RC-TOTAL-UNITS
           ADD WS-LINE-VALUE TO RC-TOTAL-VALUE
           .
       TOTAL-ONE-CANCELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-ONE-REASON - the reason's heading, its cancellations for  *
      * the day and its totals; a reason nobody used prints nothing.   *
      *----------------------------------------------------------------*
       LIST-ONE-REASON SECTION.
           IF CT-LINES(WS-LIST-SLOT) = 0
              GO TO LIST-ONE-REASON-EXIT
           END-IF
           MOVE RS-CODE(WS-LIST-SLOT) TO RH-CODE
           MOVE RS-DESC(WS-LIST-SLOT) TO RH-DESC
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REASON-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-REPORT-DAY
           PERFORM LIST-ONE-CANCELLATION
               UNTIL DAY-DONE

           MOVE RS-CODE(WS-LIST-SLOT) TO RL-CODE
           MOVE CT-LINES(WS-LIST-SLOT) TO RL-LINES
           MOVE CT-UNITS(WS-LIST-SLOT) TO RL-UNITS
           MOVE CT-VALUE(WS-LIST-SLOT) TO RL-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-REASON-EXIT.
           EXIT.

       LIST-ONE-CANCELLATION SECTION.
           PERFORM READ-NEXT-CANCELLATION
           IF DAY-DONE
              GO TO LIST-ONE-CANCELLATION-EXIT
           END-IF
           PERFORM FIND-REASON-SLOT
           IF WS-REASON-SLOT NOT = WS-LIST-SLOT
              GO TO LIST-ONE-CANCELLATION-EXIT
           END-IF
           ADD 1 TO RC-CANCELS-LISTED
           PERFORM VALUE-CANCELLED-LINE

           MOVE ORDCANC-TIME TO DL-TIME
           MOVE ORDCANC-ORDER-NUMBER TO DL-ORDER
           MOVE ORDCANC-LINE TO DL-LINE
           MOVE ORDCANC-ITEM-REF TO DL-ITEM
           MOVE ORDCANC-QUANTITY TO DL-QTY
           MOVE WS-LINE-VALUE TO DL-VALUE
           IF ORDCANC-PRIOR-STATUS = 'B'
              MOVE 'BACK-ORDERED' TO DL-WAS
           ELSE
              MOVE 'PLACED' TO DL-WAS
           END-IF
           MOVE ORDCANC-LOCATION TO DL-LOCATION
           MOVE ORDCANC-USERID TO DL-USERID
           MOVE ORDCANC-REASON TO DL-REASON
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       LIST-ONE-CANCELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FIND-REASON-SLOT SECTION.
           MOVE 7 TO WS-REASON-SLOT
           SET RS-IX TO 1
           SEARCH RS-ENTRY
              WHEN RS-CODE(RS-IX) IS EQUAL TO ORDCANC-REASON-CODE
                 SET WS-REASON-SLOT TO RS-IX
           END-SEARCH
           .
       FIND-REASON-SLOT-EXIT.
           EXIT.

       VALUE-CANCELLED-LINE SECTION.
           IF ORDCANC-UNIT-COST IS NOT NUMERIC
              MOVE 0 TO ORDCANC-UNIT-COST
           END-IF
           COMPUTE WS-LINE-VALUE =
               ORDCANC-QUANTITY * ORDCANC-UNIT-COST
           .
       VALUE-CANCELLED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-REPORT-DATE TO RT-REPORT-DATE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE RC-CANCELS-READ TO TL-LINES.
           MOVE RC-TOTAL-UNITS TO TL-UNITS.
           MOVE RC-TOTAL-VALUE TO TL-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.
