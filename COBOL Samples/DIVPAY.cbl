
       PROGRAM-ID. DIVPAY.
      * Dividend payment batch: for every DIVDECL declaration whose
      * payment date is the run date (or the DIVPAYDATE run-parameter
      * or environment override, yyyymmdd, for rerunning a missed
      * payment day -- a BMP gets no JCL PARM of its own), walks the
      * customer database and credits each holder's CASHACCT with
      * shares-held-at-record-date times the declared rate, through
      * the same cash-movement accounting TRADERBL applies (CASHMOVE
       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.
       77  SUBTYPE-SPLIT-CR PIC X(1)  VALUE '3'.
       77  SUBTYPE-SPLIT-DR PIC X(1)  VALUE '4'.
       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.
       77  SUBTYPE-XFER-OUT PIC X(1)  VALUE '7'.
       77  SUBTYPE-XFER-IN PIC  X(1)  VALUE '8'.

       01 WS-PAY-DATE                   PIC 9(08).
      * Optional payment-date override for rerunning a missed day:
      * a DIVPAYDATE run parameter on RUNPARM keyed effective today,
      * else the DIVPAYDATE environment variable. A registry value
      * keyed for an earlier day is not a standing override and is
      * ignored, so a rerun is never repeated on the nights after.
       01 WS-PAY-DATE-ENV               PIC X(08) VALUE SPACES.
       COPY RUNPLOOK SUPPRESS.
       01 TIMESTAMP                     PIC 9(14).

      * The day's payable declarations.
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-DATE.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'DIVPAY' TO RUNPLOOK-PROGRAM.
           MOVE 'DIVPAYDATE' TO RUNPLOOK-NAME.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-EFFDATE = WS-PAY-DATE
              AND RUNPLOOK-VALUE(1:8) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:8) TO WS-PAY-DATE-ENV
           ELSE
              DISPLAY 'DIVPAYDATE' UPON ENVIRONMENT-NAME
              ACCEPT WS-PAY-DATE-ENV FROM ENVIRONMENT-VALUE
           END-IF.
           MOVE 'E' TO RUNPLOOK-FUNCTION.
           CALL 'RUNPGET' USING RUNPLOOK-AREA.
           IF WS-PAY-DATE-ENV IS NUMERIC
              MOVE WS-PAY-DATE-ENV TO WS-PAY-DATE
              DISPLAY 'DIVPAY: paying for ' WS-PAY-DATE-ENV
              MOVE TRDLEDGR-COMPANY TO AJ-COMPANY(AJ-IX)
              MOVE 0 TO AJ-NET-SHARES(AJ-IX)
           END-IF
      * The STKSPLIT and MERGCONV corporate-action adjustments and
      * ACCTXFER transfers back out too: a split, merger or transfer
      * after the record date must not change the reconstructed
      * record-date holding
           EVALUATE TRDLEDGR-ACTION
              WHEN SUBTYPE-BUY
                 ADD TRDLEDGR-SHARES TO AJ-NET-SHARES(AJ-IX)
              WHEN SUBTYPE-SPLIT-DR
                 SUBTRACT TRDLEDGR-SHARES FROM
                          AJ-NET-SHARES(AJ-IX)
              WHEN SUBTYPE-MERGER-IN
                 ADD TRDLEDGR-SHARES TO AJ-NET-SHARES(AJ-IX)
              WHEN SUBTYPE-MERGER-OUT
                 SUBTRACT TRDLEDGR-SHARES FROM
                          AJ-NET-SHARES(AJ-IX)
              WHEN SUBTYPE-XFER-IN
                 ADD TRDLEDGR-SHARES TO AJ-NET-SHARES(AJ-IX)
              WHEN SUBTYPE-XFER-OUT
                 SUBTRACT TRDLEDGR-SHARES FROM
                          AJ-NET-SHARES(AJ-IX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
