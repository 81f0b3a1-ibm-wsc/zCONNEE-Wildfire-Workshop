       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = FAPNDRPT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPNDRPT.
      * Daily pass over FAPEND, the FileA updates held for a second
      * approver because they move AMOUNT by more than the ATSAMTHOLD
      * threshold. Every change still awaiting confirmation is listed
      * with its age, for the approvers to work through; one nobody
      * confirmed within FAPENDDAYS days (default 5) is aged off and
      * listed as expired, and the proposer must key it again.
      * Changes already confirmed through CSCVINC, which cannot
      * append to the sequential AUDITA trail from CICS, have their
      * before/after image posted to AUDITA here, with both userids,
      * continuing the chain, and are then removed from FAPEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Pending-Change ASSIGN TO FAPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FAPEND-KEY
              FILE STATUS IS FAPEND-STATUS-CODE.

           SELECT AuditA-Log ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-CODE.

           SELECT Report-Output ASSIGN TO FAPNDRP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Pending-Change.
       COPY FAPEND SUPPRESS.

       FD  AuditA-Log.
       COPY AUDITA SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 FAPEND-STATUS-CODE          PIC X(2).
           88 FAPEND-NORMAL           VALUE '00'.
       01 AUDIT-STATUS-CODE           PIC X(2).
           88 AUDIT-NORMAL            VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 PENDING-EOF             VALUE 'Y'.

      * Age-off period for unconfirmed changes, from FAPENDDAYS.
       01 WS-EXPIRY-DAYS-ENV          PIC X(08) VALUE SPACES.
       01 WS-EXPIRY-DAYS              PIC 9(03) VALUE 5.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE-INT         PIC 9(08) COMP.
           05 WS-PROPOSED-DATE-INT    PIC 9(08) COMP.
           05 WS-AGE-DAYS             PIC 9(05) COMP.

      * Audit-chain state: primed from the last record already on the
      * trail before it is opened for append, then advanced on every
      * write, exactly as the online and batch FileA writers do.
       01 WS-CHAIN-LAST-SEQ           PIC 9(08) VALUE 0.
       01 WS-CHAIN-LAST-CHECK         PIC 9(09) VALUE 0.
       01 WS-CHAIN-SUM                PIC 9(18) COMP-3 VALUE 0.
       01 WS-CHAIN-IX                 PIC 9(04) COMP VALUE 0.
       01 WS-CHAIN-EOF-SW             PIC X(01) VALUE 'N'.
           88 CHAIN-PRIME-DONE        VALUE 'Y'.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-AWAITING             PIC 9(08) COMP VALUE 0.
           05 RC-EXPIRED              PIC 9(08) COMP VALUE 0.
           05 RC-AUDIT-POSTED         PIC 9(08) COMP VALUE 0.
           05 RC-AUDIT-FAILED         PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(40) VALUE
              'FILEA CHANGES HELD FOR SECOND APPROVER -'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(51) VALUE
              'STATUS     NUMB   ORIGIN   PROPOSED BY  PROPOSED ON'.
           05 FILLER              PIC X(43) VALUE
              ' AGE   OLD AMOUNT   NEW AMOUNT CONFIRMED BY'.

       01 WS-PENDING-LINE.
           05 PL-STATUS           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-ORIGIN           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-PROPOSED-BY      PIC X(08).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 PL-PROPOSED-ON      PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-AGE              PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-OLD-AMOUNT       PIC -(7)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PL-NEW-AMOUNT       PIC -(7)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 PL-CONFIRMED-BY     PIC X(08).

       01 WS-COUNT-LINE.
           05 CN-LABEL            PIC X(30).
           05 CN-COUNT            PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           DISPLAY "FAPENDDAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXPIRY-DAYS-ENV FROM ENVIRONMENT-VALUE
           IF WS-EXPIRY-DAYS-ENV(1:3) IS NUMERIC
              MOVE WS-EXPIRY-DAYS-ENV(1:3) TO WS-EXPIRY-DAYS
           END-IF

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(
                       FUNCTION CURRENT-DATE(1:8)))

           OPEN I-O Pending-Change
           IF NOT FAPEND-NORMAL
              DISPLAY "ERROR: unable to open FAPEND, status="
                      FAPEND-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM PRIME-AUDIT-CHAIN

           OPEN EXTEND AuditA-Log
           IF NOT AUDIT-NORMAL
              DISPLAY "ERROR: unable to open AUDITA, status="
                      AUDIT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Pending-Change
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open FAPNDRP, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Pending-Change
              CLOSE AuditA-Log
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-PENDING
           PERFORM PROCESS-ONE-PENDING
               UNTIL PENDING-EOF

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE Pending-Change.
           CLOSE AuditA-Log.
           CLOSE Report-Output.

           IF RC-AUDIT-FAILED IS GREATER THAN 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       READ-NEXT-PENDING SECTION.
           READ Pending-Change NEXT RECORD
           IF NOT FAPEND-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
       READ-NEXT-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROCESS-ONE-PENDING - routes one FAPEND record: a change      *
      * confirmed online has its audit image posted and is removed; a  *
      * held change past the age-off period is removed and listed as   *
      * expired; anything else is listed as awaiting approval.         *
      *----------------------------------------------------------------*
       PROCESS-ONE-PENDING SECTION.
           ADD 1 TO RC-RECORDS-READ

           COMPUTE WS-PROPOSED-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FAPEND-PROPOSED-AT(1:8)))
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INT - WS-PROPOSED-DATE-INT

           EVALUATE TRUE
              WHEN FAPEND-APPLIED
                 PERFORM POST-APPLIED-CHANGE
              WHEN WS-AGE-DAYS IS GREATER THAN WS-EXPIRY-DAYS
                 ADD 1 TO RC-EXPIRED
                 MOVE 'EXPIRED' TO PL-STATUS
                 PERFORM WRITE-PENDING-LINE
                 DELETE Pending-Change
                 IF NOT FAPEND-NORMAL
                    DISPLAY "WARNING: FAPEND delete failed, status="
                            FAPEND-STATUS-CODE
                 END-IF
              WHEN OTHER
                 ADD 1 TO RC-AWAITING
                 MOVE 'AWAITING' TO PL-STATUS
                 PERFORM WRITE-PENDING-LINE
           END-EVALUATE

           PERFORM READ-NEXT-PENDING
           .
       PROCESS-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POST-APPLIED-CHANGE - writes the AUDITA before/after image of  *
      * a change confirmed online, naming both userids, then takes it  *
      * off FAPEND. It is stamped with the posting time so the trail   *
      * stays in timestamp order for FILEAREC and AUDRPLAY.            *
      * A failed audit write leaves the record for the next run.       *
      *----------------------------------------------------------------*
       POST-APPLIED-CHANGE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE 'U' TO AUDIT-VERB
           MOVE FAPEND-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
           MOVE FAPEND-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
           MOVE FAPEND-PROPOSED-BY TO AUDIT-PROPOSED-BY
           MOVE FAPEND-CONFIRMED-BY TO AUDIT-CONFIRMED-BY
           PERFORM COMPUTE-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL
              ADD 1 TO RC-AUDIT-FAILED
              DISPLAY "WARNING: audit record write failed, status="
                      AUDIT-STATUS-CODE " NUMB=" FAPEND-NUMB
              GO TO POST-APPLIED-CHANGE-EXIT
           END-IF
           ADD 1 TO RC-AUDIT-POSTED
           MOVE 'APPLIED' TO PL-STATUS
           PERFORM WRITE-PENDING-LINE
           DELETE Pending-Change
           IF NOT FAPEND-NORMAL
              DISPLAY "WARNING: FAPEND delete failed, status="
                      FAPEND-STATUS-CODE
           END-IF
           .
       POST-APPLIED-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PRIME-AUDIT-CHAIN - reads the existing trail to its end and    *
      * captures the last record's sequence and chain check, so the    *
      * records this run appends continue the chain instead of         *
      * restarting it.                                                 *
      *----------------------------------------------------------------*
       PRIME-AUDIT-CHAIN SECTION.
           MOVE 0 TO WS-CHAIN-LAST-SEQ
           MOVE 0 TO WS-CHAIN-LAST-CHECK
           MOVE 'N' TO WS-CHAIN-EOF-SW
           OPEN INPUT AuditA-Log
           IF AUDIT-NORMAL
              PERFORM PRIME-ONE-CHAIN-RECORD
                  UNTIL CHAIN-PRIME-DONE
              CLOSE AuditA-Log
           END-IF
           .
       PRIME-AUDIT-CHAIN-EXIT.
           EXIT.

       PRIME-ONE-CHAIN-RECORD SECTION.
           READ AuditA-Log
              AT END
                 MOVE 'Y' TO WS-CHAIN-EOF-SW
           END-READ
           IF NOT CHAIN-PRIME-DONE
              IF AUDIT-SEQUENCE IS NUMERIC
                 MOVE AUDIT-SEQUENCE TO WS-CHAIN-LAST-SEQ
                 MOVE AUDIT-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
              ELSE
                 MOVE 0 TO WS-CHAIN-LAST-SEQ
                 MOVE 0 TO WS-CHAIN-LAST-CHECK
              END-IF
           END-IF
           .
       PRIME-ONE-CHAIN-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COMPUTE-AUDIT-CHAIN - stamps the next sequence number and the  *
      * chain check over the record's 223 content bytes folded with    *
      * the previous record's check, immediately before the WRITE.     *
      *----------------------------------------------------------------*
       COMPUTE-AUDIT-CHAIN SECTION.
           ADD 1 TO WS-CHAIN-LAST-SEQ
           MOVE WS-CHAIN-LAST-SEQ TO AUDIT-SEQUENCE
           MOVE WS-CHAIN-LAST-CHECK TO WS-CHAIN-SUM
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
               UNTIL WS-CHAIN-IX IS GREATER THAN 223
              COMPUTE WS-CHAIN-SUM = WS-CHAIN-SUM
                  + FUNCTION ORD(AUDIT-RECORD(WS-CHAIN-IX:1))
                  * WS-CHAIN-IX
           END-PERFORM
           COMPUTE AUDIT-CHAIN-CHECK =
               FUNCTION REM(WS-CHAIN-SUM + WS-CHAIN-LAST-SEQ,
                            1000000000)
           MOVE AUDIT-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
           .
       COMPUTE-AUDIT-CHAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PENDING-LINE SECTION.
           MOVE FAPEND-NUMB TO PL-NUMB.
           MOVE FAPEND-ORIGIN TO PL-ORIGIN.
           MOVE FAPEND-PROPOSED-BY TO PL-PROPOSED-BY.
           MOVE FAPEND-PROPOSED-AT(1:8) TO PL-PROPOSED-ON.
           MOVE WS-AGE-DAYS TO PL-AGE.
           MOVE FAPEND-OLD-AMOUNT TO PL-OLD-AMOUNT.
           MOVE FAPEND-NEW-AMOUNT TO PL-NEW-AMOUNT.
           MOVE FAPEND-CONFIRMED-BY TO PL-CONFIRMED-BY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PENDING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-PENDING-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'HELD CHANGES READ:          ' TO CN-LABEL.
           MOVE RC-RECORDS-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'AWAITING SECOND APPROVER:   ' TO CN-LABEL.
           MOVE RC-AWAITING TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'EXPIRED AND REMOVED:        ' TO CN-LABEL.
           MOVE RC-EXPIRED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'ONLINE CONFIRMS AUDITED:    ' TO CN-LABEL.
           MOVE RC-AUDIT-POSTED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'AUDIT WRITES FAILED:        ' TO CN-LABEL.
           MOVE RC-AUDIT-FAILED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           DISPLAY "======================================"
           DISPLAY " FAPNDRPT End-of-job reconciliation"
           DISPLAY "   Held changes read    : " RC-RECORDS-READ
           DISPLAY "   Awaiting approver    : " RC-AWAITING
           DISPLAY "   Expired and removed  : " RC-EXPIRED
           DISPLAY "   Online confirms audit: " RC-AUDIT-POSTED
           DISPLAY "   Audit writes failed  : " RC-AUDIT-FAILED
           DISPLAY "======================================"
           .
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-COUNT-LINE-EXIT.
           EXIT.
