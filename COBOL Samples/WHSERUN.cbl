      * Warehouse picking and dispatch run over the ORDHIST catalog
      * orders. One pass through the file:
      *   - lines already picked ('K' from the previous run) ship:
      *     status to 'S', dated for the carrier's delivery
      *     confirmation (PODINTK), and onto the dispatch manifest,
      *     grouped by order;
      *   - placed lines ('P') pick: status to 'K' and onto the
      *     pick list, sequenced by item reference so the picker
      *     walks the bins once.
      * beyond the threshold age (JCL PARM, days, default 7 -
      * measured from the order date) print on an exception page,
      * which is how the forgotten ones finally surface. The
      * order-number control record (order zero) is left alone, and
      * cancelled lines ('C') are neither picked, shipped nor listed;
      * nor are lines the carrier has since delivered ('D') or
      * failed to deliver ('F'), which PODINTK follows up.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           88 ORDHIST-EOF             VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
      * The run date as ORDHIST carries dates, mmddyyyy, for the
      * shipped date.
       01 WS-RUN-DATE-MDY.
           05 WS-RUN-MM               PIC X(02).
           05 WS-RUN-DD               PIC X(02).
           05 WS-RUN-YYYY             PIC X(04).
       01 WS-ORDER-AGE                PIC S9(05) COMP.
      * ORDHIST-DATE is written mmddyyyy; rearranged here for the
      * date arithmetic.
           05 RC-LINES-PICKED         PIC 9(08) COMP VALUE 0.
           05 RC-LINES-SHIPPED        PIC 9(08) COMP VALUE 0.
           05 RC-LINES-STUCK          PIC 9(08) COMP VALUE 0.
           05 RC-LINES-CANCELLED      PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD

           IF PARM-LENGTH > 0
              AND PARM-DATA(1:PARM-LENGTH) IS NUMERIC
           DISPLAY "   Lines picked         : " RC-LINES-PICKED
           DISPLAY "   Lines shipped        : " RC-LINES-SHIPPED
           DISPLAY "   Lines stuck          : " RC-LINES-STUCK
           DISPLAY "   Lines cancelled      : " RC-LINES-CANCELLED
           DISPLAY "======================================"

           IF RC-LINES-STUCK > 0
              GO TO PROCESS-ONE-ORDER-LINE-EXIT
           END-IF
           ADD 1 TO RC-LINES-READ
           IF ORDHIST-CANCELLED
              ADD 1 TO RC-LINES-CANCELLED
              GO TO PROCESS-ONE-ORDER-LINE-EXIT
           END-IF

           PERFORM CHECK-STUCK-ORDER-LINE

       CHECK-STUCK-ORDER-LINE SECTION.

           IF ORDHIST-SHIPPED
              OR ORDHIST-DELIVERED
              OR ORDHIST-DELIVERY-FAILED
              GO TO CHECK-STUCK-ORDER-LINE-EXIT
           END-IF
           IF ORDHIST-DATE IS NOT NUMERIC
           MOVE 'N' TO SH-PRINTED-SW(SH-IX)

           MOVE 'S' TO ORDHIST-STATUS
           MOVE WS-RUN-DATE-MDY TO ORDHIST-SHIPPED-DATE
      * Ship events reach the warehouse queue through ORDSWEEP too
           MOVE 'N' TO ORDHIST-PUBLISHED
           REWRITE ORDHIST-RECORD
