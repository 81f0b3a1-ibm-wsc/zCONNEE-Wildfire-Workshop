           SELECT Report-Output ASSIGN TO FILEABRP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Pending-Change ASSIGN TO FAPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAPEND-KEY
              FILE STATUS IS FAPEND-STATUS-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  Filea-VSAM.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Pending-Change.
       COPY FAPEND SUPPRESS.

       WORKING-STORAGE SECTION.
      * The transaction is laid over the FILEAREQ request layout so
      * the same MOVE CORRESPONDING ATSFILEA uses works here too.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-AUDIT-BEFORE             PIC X(104) VALUE SPACES.
       01 WS-AUDIT-AFTER              PIC X(104) VALUE SPACES.
       01 WS-AUDIT-APPROVAL.
           05 WS-AUDIT-PROPOSED-BY    PIC X(08) VALUE SPACES.
           05 WS-AUDIT-CONFIRMED-BY   PIC X(08) VALUE SPACES.

      * Second-approver hold, as in ATSFILEA: a PUT moving
      * AMOUNT-NUMERIC by more than the ATSAMTHOLD threshold (default
      * 10000.00) is staged on FAPEND instead of applied, and a 'C'
      * transaction from a different userid applies it. With no FAPEND
      * allocated such a PUT is rejected rather than applied.
       01 FAPEND-STATUS-CODE          PIC X(2).
           88 FAPEND-NORMAL           VALUE '00'.
           88 FAPEND-DUPLICATE        VALUE '22'.
       01 FAPEND-OPEN-SW              PIC X(01) VALUE 'N'.
           88 FAPEND-OPEN             VALUE 'Y'.
       01 WS-HOLD-THRESHOLD-ENV       PIC X(12) VALUE SPACES.
       01 WS-HOLD-THRESHOLD           PIC 9(07)V99 VALUE 10000.00.
       01 WS-HOLD-OLD-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-HOLD-AMOUNT-MOVE         PIC 9(08)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-HOLD-SW           PIC X(01) VALUE 'N'.
           88 AMOUNT-HOLD-REQUIRED    VALUE 'Y'.

      * Audit-chain state: primed from the last record already on the
      * trail before it is opened for append, then advanced on every
           05 RC-POST-REJECT-COUNT    PIC 9(08) COMP VALUE 0.
           05 RC-DEL-REJECT-COUNT     PIC 9(08) COMP VALUE 0.
           05 RC-BADVERB-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-PUT-HELD-COUNT       PIC 9(08) COMP VALUE 0.
           05 RC-CNF-APPLIED-COUNT    PIC 9(08) COMP VALUE 0.
           05 RC-CNF-REJECT-COUNT     PIC 9(08) COMP VALUE 0.
           05 RC-POST-SCREEN-HELD     PIC 9(08) COMP VALUE 0.

      * Sanctions and watch-list screening of every add, through the
      * common SCRNCHK check.
       COPY SCRNPARM.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RJ-REASON           PIC X(40).

       01 WS-HELD-LINE.
           05 FILLER              PIC X(09) VALUE 'HELD     '.
           05 HL-VERB             PIC X(01).
           05 FILLER              PIC X(06) VALUE ' NUMB '.
           05 HL-NUMB             PIC X(06).
           05 FILLER              PIC X(14) VALUE '  PROPOSED BY '.
           05 HL-PROPOSED-BY      PIC X(08).
           05 FILLER              PIC X(06) VALUE '  OLD '.
           05 HL-OLD-AMOUNT       PIC -(7)9.99.
           05 FILLER              PIC X(06) VALUE '  NEW '.
           05 HL-NEW-AMOUNT       PIC -(7)9.99.

       01 WS-SCREEN-HELD-LINE.
           05 FILLER              PIC X(09) VALUE 'HELD     '.
           05 SH-VERB             PIC X(01).
           05 FILLER              PIC X(06) VALUE ' NUMB '.
           05 SH-NUMB             PIC X(06).
           05 FILLER              PIC X(33) VALUE
              '  FOR COMPLIANCE SCREENING, LIST '.
           05 SH-LIST-CODE        PIC X(08).
           05 FILLER              PIC X(07) VALUE ' ENTRY '.
           05 SH-ENTRY-ID         PIC X(12).

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(30).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           IF WS-SOFT-DELETE-ENV(1:1) = 'Y' THEN
             MOVE 'Y' TO WS-SOFT-DELETE-SW
           END-IF
           DISPLAY "ATSAMTHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-THRESHOLD-ENV FROM ENVIRONMENT-VALUE
           IF WS-HOLD-THRESHOLD-ENV NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-HOLD-THRESHOLD-ENV) EQUAL 0
             COMPUTE WS-HOLD-THRESHOLD =
                 FUNCTION NUMVAL(WS-HOLD-THRESHOLD-ENV)
           END-IF

           OPEN I-O Filea-VSAM
           IF NOT NORMAL
              GOBACK
           END-IF

           OPEN I-O Pending-Change
           IF FAPEND-NORMAL
              MOVE 'Y' TO FAPEND-OPEN-SW
           ELSE
              DISPLAY "WARNING: FAPEND unavailable, status="
                      FAPEND-STATUS-CODE
              DISPLAY "         large AMOUNT changes will be rejected"
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-TRANSACTION

           PERFORM WRITE-CONTROL-TOTALS

           MOVE 'E' TO SCRNPARM-FUNCTION
           CALL 'SCRNCHK' USING SCRNPARM-AREA

           CLOSE Txn-Input.
           CLOSE Report-Output.
           CLOSE AuditA-Log.
           CLOSE Filea-VSAM.
           IF FAPEND-OPEN
              CLOSE Pending-Change
           END-IF.

       MAINLINE-EXIT.
           GOBACK.
                    PERFORM APPLY-POST
                 WHEN 'D'
                    PERFORM APPLY-DELETE
                 WHEN 'C'
                    PERFORM APPLY-CONFIRM
                 WHEN OTHER
                    ADD 1 TO RC-BADVERB-COUNT
                    MOVE 'Unknown REQUEST-TYPE' TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE FileA-record TO WS-AUDIT-BEFORE
              MOVE AMOUNT-NUMERIC OF FileA-record TO WS-HOLD-OLD-AMOUNT
              MOVE CORRESPONDING REQUEST-DATA TO FileA-record
              PERFORM STAMP-LAST-UPDATED
              PERFORM CHECK-AMOUNT-HOLD
              IF AMOUNT-HOLD-REQUIRED
                 PERFORM STAGE-HELD-UPDATE
              ELSE
              REWRITE FileA-record
              IF NORMAL
                 ADD 1 TO RC-PUT-APPLIED-COUNT
                 MOVE 'REWRITE failed' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              END-IF
              END-IF
           END-IF
           END-IF
           .
       APPLY-PUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-AMOUNT-HOLD - does the update now in FileA-record move   *
      * AMOUNT-NUMERIC far enough from the stored figure to need a     *
      * second approver before it may take effect?                     *
      *----------------------------------------------------------------*
       CHECK-AMOUNT-HOLD SECTION.
           MOVE 'N' TO WS-AMOUNT-HOLD-SW
           COMPUTE WS-HOLD-AMOUNT-MOVE = FUNCTION ABS(
               AMOUNT-NUMERIC OF FileA-record - WS-HOLD-OLD-AMOUNT)
           IF WS-HOLD-AMOUNT-MOVE IS GREATER THAN WS-HOLD-THRESHOLD
              MOVE 'Y' TO WS-AMOUNT-HOLD-SW
           END-IF
           .
       CHECK-AMOUNT-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STAGE-HELD-UPDATE - stages a large AMOUNT change on FAPEND for *
      * a second approver instead of applying it; holding another      *
      * change for the same customer replaces the earlier one. The     *
      * held change is listed on the report.                           *
      *----------------------------------------------------------------*
       STAGE-HELD-UPDATE SECTION.
           IF NOT FAPEND-OPEN
              ADD 1 TO RC-PUT-REJECT-COUNT
              MOVE 'AMOUNT change needs FAPEND for approval' TO
                                                  WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              GO TO STAGE-HELD-UPDATE-EXIT
           END-IF
           MOVE SPACES TO FAPEND-RECORD
           MOVE numb OF FileA-record TO FAPEND-NUMB
           MOVE 'P' TO FAPEND-STATUS
           MOVE 'FILEABAT' TO FAPEND-ORIGIN
           MOVE WS-ACTIVE-USERID TO FAPEND-PROPOSED-BY
           MOVE FUNCTION CURRENT-DATE(1:16) TO FAPEND-PROPOSED-AT
           MOVE WS-HOLD-OLD-AMOUNT TO FAPEND-OLD-AMOUNT
           MOVE AMOUNT-NUMERIC OF FileA-record TO FAPEND-NEW-AMOUNT
           MOVE WS-AUDIT-BEFORE TO FAPEND-BEFORE-IMAGE
           MOVE FileA-record(1:104) TO FAPEND-AFTER-IMAGE
           WRITE FAPEND-RECORD
           IF FAPEND-DUPLICATE
              REWRITE FAPEND-RECORD
           END-IF
           IF FAPEND-NORMAL
              ADD 1 TO RC-PUT-HELD-COUNT
              MOVE HTTP-VERB TO HL-VERB
              MOVE FAPEND-NUMB TO HL-NUMB
              MOVE FAPEND-PROPOSED-BY TO HL-PROPOSED-BY
              MOVE FAPEND-OLD-AMOUNT TO HL-OLD-AMOUNT
              MOVE FAPEND-NEW-AMOUNT TO HL-NEW-AMOUNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-HELD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              ADD 1 TO RC-PUT-REJECT-COUNT
              MOVE 'Hold for second approver not recorded' TO
                                                  WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           END-IF
           .
       STAGE-HELD-UPDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-CONFIRM - applies a held AMOUNT change ('C'). The        *
      * confirming userid must differ from the proposer and the live   *
      * record must still be exactly as it stood when the change was   *
      * held; the change is then applied, audited with both userids    *
      * and taken off FAPEND.                                          *
      *----------------------------------------------------------------*
       APPLY-CONFIRM SECTION.
           IF NOT FAPEND-OPEN
              MOVE 'FAPEND not available' TO WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           MOVE numb OF FileA-record TO FAPEND-NUMB
           READ Pending-Change KEY IS FAPEND-KEY
           IF NOT FAPEND-NORMAL
              MOVE 'No held change for this NUMB' TO WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           IF NOT FAPEND-HELD
              MOVE 'Held change already confirmed' TO WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           IF FAPEND-PROPOSED-BY EQUAL WS-ACTIVE-USERID
              MOVE 'Confirm must come from a second approver' TO
                                                  WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           READ Filea-VSAM KEY IS numb OF FileA-record
           IF NOT NORMAL
              MOVE 'Record not found' TO WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           IF FileA-record(1:104) NOT EQUAL FAPEND-BEFORE-IMAGE
              MOVE 'Record changed since held, re-key it' TO
                                                  WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           MOVE FileA-record TO WS-AUDIT-BEFORE
           MOVE FAPEND-AFTER-IMAGE TO FileA-record(1:104)
           PERFORM STAMP-LAST-UPDATED
           REWRITE FileA-record
           IF NOT NORMAL
              MOVE 'REWRITE failed' TO WS-REJECT-REASON
              GO TO APPLY-CONFIRM-REJECT
           END-IF
           ADD 1 TO RC-CNF-APPLIED-COUNT
           MOVE FileA-record TO WS-AUDIT-AFTER
           MOVE FAPEND-PROPOSED-BY TO WS-AUDIT-PROPOSED-BY
           MOVE WS-ACTIVE-USERID TO WS-AUDIT-CONFIRMED-BY
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-AUDIT-APPROVAL
           DELETE Pending-Change
           IF NOT FAPEND-NORMAL
              DISPLAY "WARNING: FAPEND delete failed, status="
                      FAPEND-STATUS-CODE
           END-IF
           GO TO APPLY-CONFIRM-EXIT
           .
       APPLY-CONFIRM-REJECT.
           ADD 1 TO RC-CNF-REJECT-COUNT
           PERFORM WRITE-REJECT-LINE
           .
       APPLY-CONFIRM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-POST - add, keeping ATSFILEA's duplicate-key behavior.   *
      * The name is screened first: a match holds the add on SCRNHIT   *
      * for compliance, whose clearing releases this same card for a   *
      * later run; a confirmed match, or a screen that cannot be run,  *
      * rejects it.                                                    *
      *----------------------------------------------------------------*
       APPLY-POST SECTION.
           PERFORM SCREEN-NEW-CUSTOMER
           IF NOT SCRNPARM-NO-MATCH
              GO TO APPLY-POST-EXIT
           END-IF
           PERFORM STAMP-LAST-UPDATED
           WRITE FileA-record
           IF DUPLICATE
       APPLY-POST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCREEN-NEW-CUSTOMER - screens the add's name through SCRNCHK.  *
      * SCRNPARM-RESULT is left 'N' only when the add may go ahead.    *
      *----------------------------------------------------------------*
       SCREEN-NEW-CUSTOMER SECTION.
           MOVE 'S' TO SCRNPARM-FUNCTION
           MOVE 'F' TO SCRNPARM-SOURCE
           MOVE SPACES TO SCRNPARM-SUBJECT
           MOVE numb OF FileA-record TO SCRNPARM-SUBJECT
           MOVE name OF FileA-record TO SCRNPARM-NAME
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           IF SCRNPARM-MATCH-TO-HOLD
              MOVE 'H' TO SCRNPARM-FUNCTION
              MOVE 'A' TO SCRNPARM-HOLD-TYPE
              MOVE 'FILEABAT' TO SCRNPARM-ORIGIN
              MOVE WS-ACTIVE-USERID TO SCRNPARM-USERID
              MOVE TXN-INPUT-RECORD TO SCRNPARM-HELD-DATA
              CALL 'SCRNCHK' USING SCRNPARM-AREA
           END-IF
           EVALUATE TRUE
              WHEN SCRNPARM-NO-MATCH
                 CONTINUE
              WHEN SCRNPARM-MATCH-TO-HOLD
                 ADD 1 TO RC-POST-SCREEN-HELD
                 MOVE HTTP-VERB TO SH-VERB
                 MOVE numb OF FileA-record TO SH-NUMB
                 MOVE SCRNPARM-LIST-CODE TO SH-LIST-CODE
                 MOVE SCRNPARM-ENTRY-ID TO SH-ENTRY-ID
                 MOVE SPACES TO REPORT-LINE
                 MOVE WS-SCREEN-HELD-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN SCRNPARM-MATCH-CONFIRMED
                 ADD 1 TO RC-POST-REJECT-COUNT
                 MOVE 'Name confirmed on screening list' TO
                                                  WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              WHEN OTHER
                 ADD 1 TO RC-POST-REJECT-COUNT
                 MOVE 'Screening unavailable, resubmit later' TO
                                                  WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
           END-EVALUATE
           .
       SCREEN-NEW-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-DELETE - delete, honoring the same soft-delete switch    *
      * the online front ends honor.                                   *
                 ADD 1 TO RC-POST-REJECT-COUNT
              WHEN 'D'
                 ADD 1 TO RC-DEL-REJECT-COUNT
              WHEN 'C'
                 ADD 1 TO RC-CNF-REJECT-COUNT
              WHEN OTHER
                 ADD 1 TO RC-BADVERB-COUNT
           END-EVALUATE
       WRITE-AUDIT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE HTTP-VERB TO AUDIT-VERB
      * A confirmed held change goes on the trail as the update it is.
           IF HTTP-VERB EQUAL 'C'
              MOVE 'U' TO AUDIT-VERB
           END-IF
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-IMAGE
           MOVE WS-AUDIT-PROPOSED-BY TO AUDIT-PROPOSED-BY
           MOVE WS-AUDIT-CONFIRMED-BY TO AUDIT-CONFIRMED-BY
           PERFORM COMPUTE-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL
           MOVE RC-PUT-REJECT-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'PUTS    HELD FOR APPROVAL:  ' TO CN-LABEL.
           MOVE RC-PUT-HELD-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CONFIRMS APPLIED:           ' TO CN-LABEL.
           MOVE RC-CNF-APPLIED-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CONFIRMS REJECTED:          ' TO CN-LABEL.
           MOVE RC-CNF-REJECT-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'POSTS   APPLIED:            ' TO CN-LABEL.
           MOVE RC-POST-APPLIED-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE RC-POST-REJECT-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'POSTS   HELD FOR SCREENING: ' TO CN-LABEL.
           MOVE RC-POST-SCREEN-HELD TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'DELETES APPLIED:            ' TO CN-LABEL.
           MOVE RC-DEL-APPLIED-COUNT TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.
           DISPLAY "   Transactions read    : " RC-READ-COUNT
           DISPLAY "   PUTs applied         : " RC-PUT-APPLIED-COUNT
           DISPLAY "   PUTs rejected        : " RC-PUT-REJECT-COUNT
           DISPLAY "   PUTs held for 2nd OK : " RC-PUT-HELD-COUNT
           DISPLAY "   CONFIRMs applied     : " RC-CNF-APPLIED-COUNT
           DISPLAY "   CONFIRMs rejected    : " RC-CNF-REJECT-COUNT
           DISPLAY "   POSTs applied        : " RC-POST-APPLIED-COUNT
           DISPLAY "   POSTs rejected       : " RC-POST-REJECT-COUNT
           DISPLAY "   POSTs held screening : " RC-POST-SCREEN-HELD
           DISPLAY "   DELETEs applied      : " RC-DEL-APPLIED-COUNT
           DISPLAY "   DELETEs rejected     : " RC-DEL-REJECT-COUNT
           DISPLAY "   Unknown request types: " RC-BADVERB-COUNT
