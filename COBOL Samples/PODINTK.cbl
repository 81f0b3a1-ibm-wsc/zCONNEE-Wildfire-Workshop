       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = PODINTK                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODINTK.
      * Daily intake of the carrier's proof-of-delivery file (PODIN,
      * CARRPOD layout) against the ORDHIST catalog orders. Each
      * confirmation covers one parcel, that is every shipped line of
      * its order:
      *   - delivered: the lines move to 'D' with the tracking
      *     reference and delivered date;
      *   - failed: the lines move to 'F' with the tracking reference
      *     and the run date, and are listed with the carrier's
      *     reason for customer service to re-ship or refund.
      * A failed line the carrier later delivers moves on to 'D'; a
      * line already delivered is left alone. The status change is
      * a warehouse order event; this batch has no queue access of
      * its own, so the published flag drops to 'N' and the ORDSWEEP
      * job that follows in the schedule publishes the delivered (or
      * failed) event. Confirmations that match no shipped line are
      * listed as rejected. Then every line still shipped longer than
      * the lost-in-transit threshold (JCL PARM, days, default 10 -
      * measured from the shipped date, or the order date for lines
      * shipped before the shipped date was kept) with no
      * confirmation is listed as lost in transit. Rejections or lost
      * lines end the job with return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Carrier-File ASSIGN TO PODIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PODIN-STATUS.

           SELECT Order-History ASSIGN TO ORDHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORDHIST-KEY OF ORDHIST-RECORD
              FILE STATUS IS ORDHIST-FILE-STATUS.

           SELECT Report-Output ASSIGN TO PODRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Carrier-File
           RECORD CONTAINS 80 CHARACTERS.
       COPY CARRPOD SUPPRESS.

       FD  Order-History.
       COPY ORDHIST SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 PODIN-STATUS                PIC X(2).
           88 PODIN-NORMAL            VALUE '00'.
       01 ORDHIST-FILE-STATUS         PIC X(2).
           88 ORDHIST-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-POD-EOF-SW               PIC X(01) VALUE 'N'.
           88 PODIN-EOF               VALUE 'Y'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 ORDHIST-EOF             VALUE 'Y'.
       01 WS-ORDER-DONE-SW            PIC X(01) VALUE 'N'.
           88 ORDER-LINES-DONE        VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The run date as ORDHIST carries dates, mmddyyyy.
       01 WS-RUN-DATE-MDY.
           05 WS-RUN-MM               PIC X(02).
           05 WS-RUN-DD               PIC X(02).
           05 WS-RUN-YYYY             PIC X(04).
       01 WS-RUN-DAY                  PIC 9(07) COMP.

      * Lost-in-transit threshold in days, from the JCL PARM.
       01 WS-LOST-THRESHOLD           PIC 9(03) VALUE 10.

      * The confirmation being applied: 'D' delivered or 'F' failed,
      * its date mmddyyyy for ORDHIST, and what it found.
       01 WS-CONFIRMATION.
           05 WS-OUTCOME              PIC X(01).
               88 OUTCOME-DELIVERED   VALUE 'D'.
               88 OUTCOME-FAILED      VALUE 'F'.
           05 WS-ORDER-NUMBER         PIC 9(08).
           05 WS-OUTCOME-DATE-MDY.
               10 WS-OUT-MM           PIC X(02).
               10 WS-OUT-DD           PIC X(02).
               10 WS-OUT-YYYY         PIC X(04).
           05 WS-LINES-FOUND          PIC 9(03) COMP.
           05 WS-LINES-APPLIED        PIC 9(03) COMP.
           05 WS-LINES-ALREADY        PIC 9(03) COMP.
           05 WS-REJECT-REASON        PIC X(40).
      * The carrier's delivered date, yyyymmdd.
       01 WS-DELIVERED-YMD.
           05 WS-DLV-YYYY             PIC X(04).
           05 WS-DLV-MM               PIC X(02).
           05 WS-DLV-DD               PIC X(02).
       01 WS-DELIVERED-NUM REDEFINES WS-DELIVERED-YMD
                                      PIC 9(08).

      * A shipped line's mmddyyyy shipped (or order) date rearranged
      * for the date arithmetic.
       01 WS-SHIP-YMD.
           05 WS-SHP-YYYY             PIC X(04).
           05 WS-SHP-MM               PIC X(02).
           05 WS-SHP-DD               PIC X(02).
       01 WS-SHIP-YMD-NUM REDEFINES WS-SHIP-YMD
                                      PIC 9(08).
       01 WS-SHIP-DATE-MDY            PIC X(08).
       01 WS-SHIP-AGE                 PIC S9(05) COMP.

      * Failed deliveries, for the customer service page.
       01 WS-FAILED-TABLE.
           05 FL-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 FL-ENTRY OCCURS 500 TIMES INDEXED BY FL-IX.
               10 FL-ORDER-NUMBER     PIC 9(08).
               10 FL-LINE             PIC 9(02).
               10 FL-USERID           PIC X(08).
               10 FL-ITEM-REF         PIC 9(04).
               10 FL-QUANTITY         PIC 9(03).
               10 FL-TRACKING-REF     PIC X(20).
               10 FL-REASON           PIC X(30).

      * Rejected confirmations.
       01 WS-REJECT-TABLE.
           05 RJ-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.
           05 RJ-ENTRY OCCURS 200 TIMES INDEXED BY RJ-IX.
               10 RJ-ORDER-NUMBER     PIC X(08).
               10 RJ-TRACKING-REF     PIC X(20).
               10 RJ-REASON           PIC X(40).

       01 RECONCILIATION-COUNTS.
           05 RC-CONFIRMS-READ        PIC 9(08) COMP VALUE 0.
           05 RC-CONFIRMS-DELIVERED   PIC 9(08) COMP VALUE 0.
           05 RC-CONFIRMS-FAILED      PIC 9(08) COMP VALUE 0.
           05 RC-CONFIRMS-REJECTED    PIC 9(08) COMP VALUE 0.
           05 RC-LINES-DELIVERED      PIC 9(08) COMP VALUE 0.
           05 RC-LINES-FAILED         PIC 9(08) COMP VALUE 0.
           05 RC-LINES-ALREADY        PIC 9(08) COMP VALUE 0.
           05 RC-LINES-NOT-SHIPPED    PIC 9(08) COMP VALUE 0.
           05 RC-LINES-SCANNED        PIC 9(08) COMP VALUE 0.
           05 RC-LINES-LOST           PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(33) VALUE
              'CARRIER PROOF-OF-DELIVERY INTAKE '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-SECTION-LINE         PIC X(60).

       01 WS-FAILED-LINE.
           05 FILLER              PIC X(07) VALUE 'ORDER  '.
           05 FD-ORDER-NUMBER     PIC 9(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 FD-LINE             PIC 9(02).
           05 FILLER              PIC X(06) VALUE '  FOR '.
           05 FD-USERID           PIC X(08).
           05 FILLER              PIC X(07) VALUE '  ITEM '.
           05 FD-ITEM-REF         PIC 9(04).
           05 FILLER              PIC X(06) VALUE '  QTY '.
           05 FD-QUANTITY         PIC ZZ9.
           05 FILLER              PIC X(11) VALUE '  TRACKING '.
           05 FD-TRACKING-REF     PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FD-REASON           PIC X(30).

       01 WS-LOST-LINE.
           05 FILLER              PIC X(07) VALUE 'ORDER  '.
           05 LL-ORDER-NUMBER     PIC 9(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 LL-LINE             PIC 9(02).
           05 FILLER              PIC X(06) VALUE '  FOR '.
           05 LL-USERID           PIC X(08).
           05 FILLER              PIC X(07) VALUE '  ITEM '.
           05 LL-ITEM-REF         PIC 9(04).
           05 FILLER              PIC X(06) VALUE '  QTY '.
           05 LL-QUANTITY         PIC ZZ9.
           05 FILLER              PIC X(10) VALUE '  SHIPPED '.
           05 LL-SHIPPED-DATE     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LL-AGE              PIC ZZ,ZZ9.
           05 FILLER              PIC X(09) VALUE ' DAYS AGO'.

       01 WS-REJECT-LINE.
           05 FILLER              PIC X(07) VALUE 'ORDER  '.
           05 RL-ORDER-NUMBER     PIC X(08).
           05 FILLER              PIC X(11) VALUE '  TRACKING '.
           05 RL-TRACKING-REF     PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-REASON           PIC X(40).

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(03).

       PROCEDURE DIVISION USING PARM-BUFFER.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           IF PARM-LENGTH > 0
              AND PARM-DATA(1:PARM-LENGTH) IS NUMERIC
              MOVE PARM-DATA(1:PARM-LENGTH) TO WS-LOST-THRESHOLD
           END-IF

           OPEN INPUT Carrier-File
           IF NOT PODIN-NORMAL
              DISPLAY "ERROR: unable to open PODIN, status="
                      PODIN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Order-History
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: unable to open ORDHIST, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Carrier-File
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open PODRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Carrier-File
              CLOSE Order-History
              GOBACK
           END-IF

           MOVE WS-RUN-DATE TO RT-RUN-DATE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE

           PERFORM APPLY-ONE-CONFIRMATION
               UNTIL PODIN-EOF
           CLOSE Carrier-File

           PERFORM PRINT-FAILED-DELIVERIES

           MOVE 'LOST IN TRANSIT - SHIPPED, NO CONFIRMATION'
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           MOVE LOW-VALUES TO ORDHIST-KEY
           START Order-History KEY IS NOT LESS THAN ORDHIST-KEY
           IF NOT ORDHIST-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           PERFORM CHECK-ONE-SHIPPED-LINE
               UNTIL ORDHIST-EOF
           IF RC-LINES-LOST = 0
              MOVE 'NONE' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF
           CLOSE Order-History

           PERFORM PRINT-REJECTED-CONFIRMATIONS

           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " PODINTK End-of-job reconciliation"
           DISPLAY "   Confirmations read   : " RC-CONFIRMS-READ
           DISPLAY "   Delivered            : " RC-CONFIRMS-DELIVERED
           DISPLAY "   Failed               : " RC-CONFIRMS-FAILED
           DISPLAY "   Rejected             : " RC-CONFIRMS-REJECTED
           DISPLAY "   Lines delivered      : " RC-LINES-DELIVERED
           DISPLAY "   Lines failed         : " RC-LINES-FAILED
           DISPLAY "   Lines already deliv. : " RC-LINES-ALREADY
           DISPLAY "   Lines not shipped    : " RC-LINES-NOT-SHIPPED
           DISPLAY "   Order lines scanned  : " RC-LINES-SCANNED
           DISPLAY "   Lines lost in transit: " RC-LINES-LOST
           DISPLAY "======================================"

           IF RETURN-CODE < 4
              AND (RC-CONFIRMS-REJECTED > 0
                   OR RC-LINES-LOST > 0)
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One carrier confirmation: checked, then applied to every       *
      * shipped line of its order.                                     *
      *----------------------------------------------------------------*
       APPLY-ONE-CONFIRMATION SECTION.

           READ Carrier-File
           IF NOT PODIN-NORMAL
              MOVE 'Y' TO WS-POD-EOF-SW
              GO TO APPLY-ONE-CONFIRMATION-EXIT
           END-IF
           ADD 1 TO RC-CONFIRMS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF CARRPOD-ORDER-NUMBER IS NOT NUMERIC
              MOVE 'ORDER NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM REJECT-CONFIRMATION
              GO TO APPLY-ONE-CONFIRMATION-EXIT
           END-IF
           MOVE CARRPOD-ORDER-NUMBER TO WS-ORDER-NUMBER
           IF WS-ORDER-NUMBER = 0
              MOVE 'ORDER NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM REJECT-CONFIRMATION
              GO TO APPLY-ONE-CONFIRMATION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CARRPOD-DELIVERED-DATE NOT = SPACES
                   MOVE CARRPOD-DELIVERED-DATE TO WS-DELIVERED-YMD
                   IF WS-DELIVERED-YMD IS NOT NUMERIC
                      OR WS-DLV-MM < '01' OR WS-DLV-MM > '12'
                      OR WS-DLV-DD < '01' OR WS-DLV-DD > '31'
                      OR WS-DELIVERED-NUM > WS-RUN-DATE
                      MOVE 'DELIVERED DATE INVALID' TO WS-REJECT-REASON
                      PERFORM REJECT-CONFIRMATION
                      GO TO APPLY-ONE-CONFIRMATION-EXIT
                   END-IF
                   MOVE 'D' TO WS-OUTCOME
                   MOVE WS-DLV-YYYY TO WS-OUT-YYYY
                   MOVE WS-DLV-MM TO WS-OUT-MM
                   MOVE WS-DLV-DD TO WS-OUT-DD
               WHEN CARRPOD-FAILURE-REASON NOT = SPACES
                   MOVE 'F' TO WS-OUTCOME
                   MOVE WS-RUN-DATE-MDY TO WS-OUTCOME-DATE-MDY
               WHEN OTHER
                   MOVE 'NO DELIVERED DATE OR FAILURE REASON'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CONFIRMATION
                   GO TO APPLY-ONE-CONFIRMATION-EXIT
           END-EVALUATE

           MOVE 0 TO WS-LINES-FOUND
           MOVE 0 TO WS-LINES-APPLIED
           MOVE 0 TO WS-LINES-ALREADY
           MOVE 'N' TO WS-ORDER-DONE-SW
           MOVE WS-ORDER-NUMBER TO ORDHIST-ORDER-NUMBER
           MOVE 1 TO ORDHIST-LINE
           START Order-History KEY IS NOT LESS THAN ORDHIST-KEY
           IF NOT ORDHIST-NORMAL
              MOVE 'Y' TO WS-ORDER-DONE-SW
           END-IF
           PERFORM APPLY-TO-ONE-LINE
               UNTIL ORDER-LINES-DONE

           EVALUATE TRUE
               WHEN WS-LINES-FOUND = 0
                   MOVE 'ORDER NOT ON ORDHIST' TO WS-REJECT-REASON
                   PERFORM REJECT-CONFIRMATION
               WHEN WS-LINES-APPLIED = 0
                AND WS-LINES-ALREADY = 0
                   MOVE 'ORDER HAS NO SHIPPED LINES'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CONFIRMATION
               WHEN OUTCOME-DELIVERED
                   ADD 1 TO RC-CONFIRMS-DELIVERED
               WHEN OTHER
                   ADD 1 TO RC-CONFIRMS-FAILED
           END-EVALUATE.
       APPLY-ONE-CONFIRMATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The next line of the confirmed order: a shipped line, or one   *
      * whose delivery failed before, takes the outcome; a delivered   *
      * line is left as it is.                                         *
      *----------------------------------------------------------------*
       APPLY-TO-ONE-LINE SECTION.

           READ Order-History NEXT RECORD
           IF NOT ORDHIST-NORMAL
              OR ORDHIST-ORDER-NUMBER NOT = WS-ORDER-NUMBER
              MOVE 'Y' TO WS-ORDER-DONE-SW
              GO TO APPLY-TO-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-FOUND

           EVALUATE TRUE
               WHEN ORDHIST-DELIVERED
                   ADD 1 TO WS-LINES-ALREADY
                   ADD 1 TO RC-LINES-ALREADY
                   GO TO APPLY-TO-ONE-LINE-EXIT
               WHEN ORDHIST-SHIPPED
               WHEN ORDHIST-DELIVERY-FAILED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO RC-LINES-NOT-SHIPPED
                   GO TO APPLY-TO-ONE-LINE-EXIT
           END-EVALUATE

           MOVE WS-OUTCOME TO ORDHIST-STATUS
           MOVE CARRPOD-TRACKING-REF TO ORDHIST-TRACKING-REF
           MOVE WS-OUTCOME-DATE-MDY TO ORDHIST-DELIVERY-DATE
      * The delivery is a warehouse order event; ORDSWEEP publishes it
           MOVE 'N' TO ORDHIST-PUBLISHED
           REWRITE ORDHIST-RECORD
           IF NOT ORDHIST-NORMAL
              DISPLAY "ERROR: ORDHIST rewrite failed, status="
                      ORDHIST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-ORDER-DONE-SW
              GO TO APPLY-TO-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-LINES-APPLIED
           IF OUTCOME-DELIVERED
              ADD 1 TO RC-LINES-DELIVERED
              GO TO APPLY-TO-ONE-LINE-EXIT
           END-IF

           ADD 1 TO RC-LINES-FAILED
           IF FL-ENTRY-COUNT >= 500
              DISPLAY "ERROR: FAILED DELIVERY TABLE FULL AT 500 LINES"
              MOVE 16 TO RETURN-CODE
              GO TO APPLY-TO-ONE-LINE-EXIT
           END-IF
           ADD 1 TO FL-ENTRY-COUNT
           SET FL-IX TO FL-ENTRY-COUNT
           MOVE ORDHIST-ORDER-NUMBER TO FL-ORDER-NUMBER(FL-IX)
           MOVE ORDHIST-LINE TO FL-LINE(FL-IX)
           MOVE ORDHIST-USERID TO FL-USERID(FL-IX)
           MOVE ORDHIST-ITEM-REF TO FL-ITEM-REF(FL-IX)
           MOVE ORDHIST-QUANTITY TO FL-QUANTITY(FL-IX)
           MOVE CARRPOD-TRACKING-REF TO FL-TRACKING-REF(FL-IX)
           MOVE CARRPOD-FAILURE-REASON TO FL-REASON(FL-IX).
       APPLY-TO-ONE-LINE-EXIT.
           EXIT.

       REJECT-CONFIRMATION SECTION.

           ADD 1 TO RC-CONFIRMS-REJECTED
           IF RJ-ENTRY-COUNT >= 200
              GO TO REJECT-CONFIRMATION-EXIT
           END-IF
           ADD 1 TO RJ-ENTRY-COUNT
           SET RJ-IX TO RJ-ENTRY-COUNT
           MOVE CARRPOD-ORDER-NUMBER TO RJ-ORDER-NUMBER(RJ-IX)
           MOVE CARRPOD-TRACKING-REF TO RJ-TRACKING-REF(RJ-IX)
           MOVE WS-REJECT-REASON TO RJ-REASON(RJ-IX).
       REJECT-CONFIRMATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A line still shipped past the threshold with no confirmation   *
      * is lost in transit.                                            *
      *----------------------------------------------------------------*
       CHECK-ONE-SHIPPED-LINE SECTION.

           READ Order-History NEXT RECORD
           IF NOT ORDHIST-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO CHECK-ONE-SHIPPED-LINE-EXIT
           END-IF
           IF ORDHIST-ORDER-NUMBER = 0
              GO TO CHECK-ONE-SHIPPED-LINE-EXIT
           END-IF
           ADD 1 TO RC-LINES-SCANNED
           IF NOT ORDHIST-SHIPPED
              GO TO CHECK-ONE-SHIPPED-LINE-EXIT
           END-IF

           IF ORDHIST-SHIPPED-DATE IS NUMERIC
              MOVE ORDHIST-SHIPPED-DATE TO WS-SHIP-DATE-MDY
           ELSE
              MOVE ORDHIST-DATE TO WS-SHIP-DATE-MDY
           END-IF
           IF WS-SHIP-DATE-MDY IS NOT NUMERIC
              GO TO CHECK-ONE-SHIPPED-LINE-EXIT
           END-IF
           MOVE WS-SHIP-DATE-MDY(5:4) TO WS-SHP-YYYY
           MOVE WS-SHIP-DATE-MDY(1:2) TO WS-SHP-MM
           MOVE WS-SHIP-DATE-MDY(3:2) TO WS-SHP-DD
           COMPUTE WS-SHIP-AGE =
               WS-RUN-DAY - FUNCTION INTEGER-OF-DATE(WS-SHIP-YMD-NUM)
           IF WS-SHIP-AGE <= WS-LOST-THRESHOLD
              GO TO CHECK-ONE-SHIPPED-LINE-EXIT
           END-IF

           ADD 1 TO RC-LINES-LOST
           MOVE ORDHIST-ORDER-NUMBER TO LL-ORDER-NUMBER
           MOVE ORDHIST-LINE TO LL-LINE
           MOVE ORDHIST-USERID TO LL-USERID
           MOVE ORDHIST-ITEM-REF TO LL-ITEM-REF
           MOVE ORDHIST-QUANTITY TO LL-QUANTITY
           MOVE WS-SHIP-DATE-MDY TO LL-SHIPPED-DATE
           MOVE WS-SHIP-AGE TO LL-AGE
           WRITE REPORT-LINE FROM WS-LOST-LINE.
       CHECK-ONE-SHIPPED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Failed deliveries, for customer service to re-ship or refund.  *
      *----------------------------------------------------------------*
       PRINT-FAILED-DELIVERIES SECTION.

           MOVE 'FAILED DELIVERIES - RE-SHIP OR REFUND'
               TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           IF FL-ENTRY-COUNT = 0
              MOVE 'NONE' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO PRINT-FAILED-DELIVERIES-EXIT
           END-IF

           PERFORM PRINT-ONE-FAILED-LINE
               VARYING FL-IX FROM 1 BY 1
               UNTIL FL-IX > FL-ENTRY-COUNT.
       PRINT-FAILED-DELIVERIES-EXIT.
           EXIT.

       PRINT-ONE-FAILED-LINE SECTION.

           MOVE FL-ORDER-NUMBER(FL-IX) TO FD-ORDER-NUMBER
           MOVE FL-LINE(FL-IX) TO FD-LINE
           MOVE FL-USERID(FL-IX) TO FD-USERID
           MOVE FL-ITEM-REF(FL-IX) TO FD-ITEM-REF
           MOVE FL-QUANTITY(FL-IX) TO FD-QUANTITY
           MOVE FL-TRACKING-REF(FL-IX) TO FD-TRACKING-REF
           MOVE FL-REASON(FL-IX) TO FD-REASON
           WRITE REPORT-LINE FROM WS-FAILED-LINE.
       PRINT-ONE-FAILED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Confirmations that matched no shipped line.                    *
      *----------------------------------------------------------------*
       PRINT-REJECTED-CONFIRMATIONS SECTION.

           MOVE 'CONFIRMATIONS REJECTED' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           IF RJ-ENTRY-COUNT = 0
              MOVE 'NONE' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
              GO TO PRINT-REJECTED-CONFIRMATIONS-EXIT
           END-IF

           PERFORM PRINT-ONE-REJECT-LINE
               VARYING RJ-IX FROM 1 BY 1
               UNTIL RJ-IX > RJ-ENTRY-COUNT.
       PRINT-REJECTED-CONFIRMATIONS-EXIT.
           EXIT.

       PRINT-ONE-REJECT-LINE SECTION.

           MOVE RJ-ORDER-NUMBER(RJ-IX) TO RL-ORDER-NUMBER
           MOVE RJ-TRACKING-REF(RJ-IX) TO RL-TRACKING-REF
           MOVE RJ-REASON(RJ-IX) TO RL-REASON
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
       PRINT-ONE-REJECT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report framing helpers.                                        *
      *----------------------------------------------------------------*
       WRITE-SECTION-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:45).
           WRITE REPORT-LINE.
       WRITE-SECTION-HEADER-EXIT.
           EXIT.

       WRITE-SECTION-TEXT SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SECTION-TEXT-EXIT.
           EXIT.
