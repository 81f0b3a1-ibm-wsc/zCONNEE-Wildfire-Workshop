       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = FAFUTAPL                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAFUTAPL.
      * Nightly run over FAFUTR, the FileA changes keyed ahead of the
      * date they take effect. Any FUTRIN cards (FILEAREQ-shaped, with
      * REQUEST-TYPE 'F' and the EFFECTIVE-DATE) are filed first, with
      * the same edits the 'F' verb applies online. Every change whose
      * date has arrived is then applied to FILEA through the same
      * validation, last-updated stamping (under the userid that keyed
      * it) and AUDITA chaining as FILEABAT, and removed from FAFUTR.
      * A change whose record has since been deleted, or altered in a
      * field the change sets, is reported as an exception and removed
      * rather than applied. A change moving AMOUNT by more than the
      * ATSAMTHOLD threshold is staged on FAPEND for a second approver,
      * as any other large AMOUNT change is. Changes not yet due are
      * listed by customer as still pending.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Filea-VSAM ASSIGN TO FILEA
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS numb OF FileA-record
              FILE STATUS IS STATUS-CODE.

           SELECT AuditA-Log ASSIGN TO AUDITA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS-CODE.

           SELECT Future-Change ASSIGN TO FAFUTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAFUTR-KEY
              FILE STATUS IS FAFUTR-STATUS-CODE.

           SELECT Pending-Change ASSIGN TO FAPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAPEND-KEY
              FILE STATUS IS FAPEND-STATUS-CODE.

           SELECT Card-Input ASSIGN TO FUTRIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FUTRIN-STATUS.

           SELECT Report-Output ASSIGN TO FAFUTRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Filea-VSAM.
       01  FileA-record.
               05  stat         PIC X.
                   88  FILEA-DELETED       VALUE 'D'.
               05  numb         PIC X(6).
               05  name         PIC X(20).
               05  addrx        PIC X(20).
               05  phone        PIC X(8).
               05  datex        PIC X(8).
               05  amount       PIC X(8).
               05  comment      PIC X(9).
               05  LAST-UPD-DATE   PIC X(8).
               05  LAST-UPD-TIME   PIC X(8).
               05  LAST-UPD-USERID PIC X(8).
               05  AMOUNT-NUMERIC  PIC S9(7)V99 COMP-3.

       FD  AuditA-Log.
       COPY AUDITA SUPPRESS.

       FD  Future-Change.
       COPY FAFUTR SUPPRESS.

       FD  Pending-Change.
       COPY FAPEND SUPPRESS.

      * One future-dated change per card, shaped exactly like the
      * FILEAREQ service request the 'F' verb arrives in.
       FD  Card-Input.
       01  CARD-INPUT-RECORD          PIC X(113).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      * The card is laid over the FILEAREQ request layout.
       COPY FILEAREQ.
       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
           88 NOTFOUND                VALUE '23'.
       01 AUDIT-STATUS-CODE           PIC X(2).
           88 AUDIT-NORMAL            VALUE '00'.
       01 FAFUTR-STATUS-CODE          PIC X(2).
           88 FAFUTR-NORMAL           VALUE '00'.
           88 FAFUTR-DUPLICATE        VALUE '22'.
       01 FUTRIN-STATUS               PIC X(2).
           88 FUTRIN-NORMAL           VALUE '00'.
       01 FUTRIN-OPEN-SW              PIC X(01) VALUE 'N'.
           88 FUTRIN-OPEN             VALUE 'Y'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-CARD-EOF-SW              PIC X(01) VALUE 'Y'.
           88 FUTRIN-EOF              VALUE 'Y'.
       01 WS-FUTR-EOF-SW              PIC X(01) VALUE 'N'.
           88 FAFUTR-EOF              VALUE 'Y'.

      * Request validation and audit images, matching the working
      * fields FILEABAT keeps for the same jobs.
       01 REQUEST-VALIDATION-SW       PIC X(01) VALUE 'Y'.
           88 VALID-REQUEST           VALUE 'Y'.
           88 INVALID-REQUEST         VALUE 'N'.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-AUDIT-BEFORE             PIC X(104) VALUE SPACES.
       01 WS-AUDIT-AFTER              PIC X(104) VALUE SPACES.
       01 WS-FUTR-FIELDS              PIC X(73) VALUE SPACES.
       01 WS-RUN-DATE                 PIC X(08) VALUE SPACES.

      * Whether the change is finished with -- applied, staged or
      * reported -- and can come off FAFUTR, or must wait for the
      * next run because FILEA or FAPEND could not take it tonight.
       01 WS-FUTR-DONE-SW             PIC X(01) VALUE 'Y'.
           88 FUTR-DONE               VALUE 'Y'.

      * Second-approver hold, as in FILEABAT: a change moving
      * AMOUNT-NUMERIC by more than the ATSAMTHOLD threshold (default
      * 10000.00) is staged on FAPEND, proposed by the userid that
      * keyed it. With no FAPEND allocated it waits on FAFUTR.
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
      * write, exactly as the online and batch FileA writers do.
       01 WS-CHAIN-LAST-SEQ           PIC 9(08) VALUE 0.
       01 WS-CHAIN-LAST-CHECK         PIC 9(09) VALUE 0.
       01 WS-CHAIN-SUM                PIC 9(18) COMP-3 VALUE 0.
       01 WS-CHAIN-IX                 PIC 9(04) COMP VALUE 0.
       01 WS-CHAIN-EOF-SW             PIC X(01) VALUE 'N'.
           88 CHAIN-PRIME-DONE        VALUE 'Y'.

       01 WS-CALLER-USERID            PIC X(08) VALUE SPACES.
      * The identity each change is filed or applied under: the
      * REQUEST-USERID on the card, else the job's own userid; on
      * the day, the userid that keyed the change.
       01 WS-ACTIVE-USERID            PIC X(08) VALUE SPACES.

      * End-of-job control totals.
       01 RECONCILIATION-COUNTS.
           05 RC-CARDS-READ           PIC 9(08) COMP VALUE 0.
           05 RC-CARDS-FILED          PIC 9(08) COMP VALUE 0.
           05 RC-CARDS-REJECTED       PIC 9(08) COMP VALUE 0.
           05 RC-FUTURE-READ          PIC 9(08) COMP VALUE 0.
           05 RC-APPLIED              PIC 9(08) COMP VALUE 0.
           05 RC-HELD                 PIC 9(08) COMP VALUE 0.
           05 RC-EXCEPTIONS           PIC 9(08) COMP VALUE 0.
           05 RC-RETRY                PIC 9(08) COMP VALUE 0.
           05 RC-PENDING              PIC 9(08) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'FILEA FUTURE-DATED CHANGES RUN -  '.
           05 RT-RUN-DATE         PIC X(08).

       01 WS-COLUMN-HEADINGS.
           05 FILLER              PIC X(49) VALUE
              'ACTION     NUMB   EFFECTIVE KEYED BY ORIGIN   KEY'.
           05 FILLER              PIC X(40) VALUE
              'ED ON  DETAIL'.

       01 WS-FUTURE-LINE.
           05 FL-ACTION           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-NUMB             PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-EFF-DATE         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FL-KEYED-BY         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-ORIGIN           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-KEYED-ON         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FL-DETAIL           PIC X(40).

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

           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CALLER-USERID FROM ENVIRONMENT-VALUE
           DISPLAY "ATSAMTHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-THRESHOLD-ENV FROM ENVIRONMENT-VALUE
           IF WS-HOLD-THRESHOLD-ENV NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-HOLD-THRESHOLD-ENV) EQUAL 0
             COMPUTE WS-HOLD-THRESHOLD =
                 FUNCTION NUMVAL(WS-HOLD-THRESHOLD-ENV)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN I-O Filea-VSAM
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open FILEA, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM PRIME-AUDIT-CHAIN

           OPEN EXTEND AuditA-Log
           IF NOT AUDIT-NORMAL
              DISPLAY "ERROR: unable to open AUDITA, status="
                      AUDIT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              GOBACK
           END-IF

           OPEN I-O Future-Change
           IF NOT FAFUTR-NORMAL
              DISPLAY "ERROR: unable to open FAFUTR, status="
                      FAFUTR-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE AuditA-Log
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open FAFUTRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Filea-VSAM
              CLOSE AuditA-Log
              CLOSE Future-Change
              GOBACK
           END-IF

           OPEN I-O Pending-Change
           IF FAPEND-NORMAL
              MOVE 'Y' TO FAPEND-OPEN-SW
           ELSE
              DISPLAY "WARNING: FAPEND unavailable, status="
                      FAPEND-STATUS-CODE
              DISPLAY "         large AMOUNT changes will wait"
           END-IF

      * FUTRIN is optional: most nights only apply what was keyed
      * online.
           OPEN INPUT Card-Input
           IF FUTRIN-NORMAL
              MOVE 'Y' TO FUTRIN-OPEN-SW
              MOVE 'N' TO WS-CARD-EOF-SW
           ELSE
              DISPLAY "INFO: no FUTRIN cards this run, status="
                      FUTRIN-STATUS
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           IF FUTRIN-OPEN
              PERFORM READ-NEXT-CARD
           END-IF
           PERFORM FILE-ONE-CARD
               UNTIL FUTRIN-EOF

           MOVE LOW-VALUES TO FAFUTR-KEY
           START Future-Change KEY IS NOT LESS THAN FAFUTR-KEY
           IF NOT FAFUTR-NORMAL
              MOVE 'Y' TO WS-FUTR-EOF-SW
           ELSE
              PERFORM READ-NEXT-FUTURE
           END-IF
           PERFORM PROCESS-ONE-FUTURE
               UNTIL FAFUTR-EOF

           PERFORM WRITE-CONTROL-TOTALS

           IF FUTRIN-OPEN
              CLOSE Card-Input
           END-IF.
           CLOSE Report-Output.
           CLOSE AuditA-Log.
           CLOSE Future-Change.
           CLOSE Filea-VSAM.
           IF FAPEND-OPEN
              CLOSE Pending-Change
           END-IF.

           IF RC-EXCEPTIONS IS GREATER THAN 0
              OR RC-CARDS-REJECTED IS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * READ-NEXT-CARD - reads the next future-dated change card into  *
      * the FILEAREQ request area.                                     *
      *----------------------------------------------------------------*
       READ-NEXT-CARD SECTION.
           READ Card-Input
              AT END
                 MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ
           IF NOT FUTRIN-EOF
              ADD 1 TO RC-CARDS-READ
              MOVE CARD-INPUT-RECORD TO REQUEST-DATA
           END-IF
           .
       READ-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FILE-ONE-CARD - edits one card as the 'F' verb does online and *
      * files it on FAFUTR with the values the fields it sets hold on  *
      * FILEA today. A second card for the same NUMB and date replaces *
      * the change already filed.                                      *
      *----------------------------------------------------------------*
       FILE-ONE-CARD SECTION.
           IF REQUEST-USERID OF REQUEST-DATA NOT EQUAL SPACES
              AND REQUEST-USERID OF REQUEST-DATA
                                       NOT EQUAL LOW-VALUES
              MOVE REQUEST-USERID OF REQUEST-DATA TO
                                       WS-ACTIVE-USERID
           ELSE
              MOVE WS-CALLER-USERID TO WS-ACTIVE-USERID
           END-IF
           MOVE SPACES TO FAFUTR-RECORD
           MOVE numb OF REQUEST-DATA TO FAFUTR-NUMB
           MOVE EFFECTIVE-DATE OF REQUEST-DATA TO FAFUTR-EFF-DATE
           MOVE 'FUTRIN' TO FAFUTR-ORIGIN
           MOVE WS-ACTIVE-USERID TO FAFUTR-KEYED-BY
           MOVE FUNCTION CURRENT-DATE(1:16) TO FAFUTR-KEYED-AT

           PERFORM VALIDATE-CARD
           IF INVALID-REQUEST
              GO TO FILE-ONE-CARD-REJECT
           END-IF

           MOVE numb OF REQUEST-DATA TO numb OF FileA-record
           READ Filea-VSAM KEY IS numb OF FileA-record
           IF NOT NORMAL
              MOVE 'Record not found' TO WS-REJECT-REASON
              GO TO FILE-ONE-CARD-REJECT
           END-IF
           IF FILEA-DELETED
              MOVE 'Record is deleted' TO WS-REJECT-REASON
              GO TO FILE-ONE-CARD-REJECT
           END-IF

           MOVE WS-FUTR-FIELDS TO FAFUTR-NEW-VALUES
           IF FAFUTR-NEW-NAME NOT EQUAL SPACES
              MOVE name OF FileA-record TO FAFUTR-OLD-NAME
           END-IF
           IF FAFUTR-NEW-ADDRX NOT EQUAL SPACES
              MOVE addrx OF FileA-record TO FAFUTR-OLD-ADDRX
           END-IF
           IF FAFUTR-NEW-PHONE NOT EQUAL SPACES
              MOVE phone OF FileA-record TO FAFUTR-OLD-PHONE
           END-IF
           IF FAFUTR-NEW-DATEX NOT EQUAL SPACES
              MOVE datex OF FileA-record TO FAFUTR-OLD-DATEX
           END-IF
           IF FAFUTR-NEW-AMOUNT NOT EQUAL SPACES
              MOVE amount OF FileA-record TO FAFUTR-OLD-AMOUNT
           END-IF
           IF FAFUTR-NEW-COMMENT NOT EQUAL SPACES
              MOVE comment OF FileA-record TO FAFUTR-OLD-COMMENT
           END-IF

           WRITE FAFUTR-RECORD
           IF FAFUTR-DUPLICATE
              REWRITE FAFUTR-RECORD
           END-IF
           IF NOT FAFUTR-NORMAL
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FAFUTR write failed, status='
                     FAFUTR-STATUS-CODE DELIMITED BY SIZE
                 INTO WS-REJECT-REASON END-STRING
              GO TO FILE-ONE-CARD-REJECT
           END-IF

           ADD 1 TO RC-CARDS-FILED
           MOVE 'FILED' TO FL-ACTION
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM WRITE-FUTURE-LINE
           GO TO FILE-ONE-CARD-NEXT
           .
       FILE-ONE-CARD-REJECT.
           ADD 1 TO RC-CARDS-REJECTED
           MOVE 'REJECTED' TO FL-ACTION
           PERFORM WRITE-FUTURE-LINE
           .
       FILE-ONE-CARD-NEXT.
           PERFORM READ-NEXT-CARD
           .
       FILE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALIDATE-CARD - the 'F' verb's edits: NUMB required, a real    *
      * EFFECTIVE-DATE later than today, at least one field to change, *
      * and AMOUNT/PHONE/DATEX well-formed whenever supplied.          *
      *----------------------------------------------------------------*
       VALIDATE-CARD SECTION.
           MOVE 'Y' TO REQUEST-VALIDATION-SW
           MOVE REQUEST-DATA(9:73) TO WS-FUTR-FIELDS
           INSPECT WS-FUTR-FIELDS REPLACING ALL LOW-VALUES BY SPACES
           EVALUATE TRUE
              WHEN REQUEST-TYPE NOT EQUAL 'F'
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'REQUEST-TYPE must be F' TO WS-REJECT-REASON
              WHEN numb OF REQUEST-DATA EQUAL SPACES OR LOW-VALUES
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: NUMB is required' TO
                                                  WS-REJECT-REASON
              WHEN EFFECTIVE-DATE IS NOT NUMERIC
                OR EFFECTIVE-DATE(5:2) < '01'
                OR EFFECTIVE-DATE(5:2) > '12'
                OR EFFECTIVE-DATE(7:2) < '01'
                OR EFFECTIVE-DATE(7:2) > '31'
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: EFFECTIVE-DATE invalid' TO
                                                  WS-REJECT-REASON
              WHEN EFFECTIVE-DATE IS NOT GREATER THAN WS-RUN-DATE
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: date must be future' TO
                                                  WS-REJECT-REASON
              WHEN WS-FUTR-FIELDS EQUAL SPACES
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: no fields to change' TO
                                                  WS-REJECT-REASON
              WHEN OTHER
                 MOVE WS-FUTR-FIELDS TO FileA-record(8:73)
                 PERFORM VALIDATE-FIELDS
           END-EVALUATE
           .
       VALIDATE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VALIDATE-FIELDS - FILEABAT's field edits on FileA-record:      *
      * AMOUNT, PHONE and DATEX must be well-formed when present.      *
      *----------------------------------------------------------------*
       VALIDATE-FIELDS SECTION.
           IF amount OF FileA-record NOT EQUAL SPACES
              IF FUNCTION TEST-NUMVAL-C(amount OF FileA-record)
                                                   NOT EQUAL 0
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: AMOUNT is not valid' TO
                                                  WS-REJECT-REASON
              END-IF
           END-IF
           IF VALID-REQUEST
              AND phone OF FileA-record NOT EQUAL SPACES
              IF phone OF FileA-record IS NOT NUMERIC
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: PHONE must be digits' TO
                                                  WS-REJECT-REASON
              END-IF
           END-IF
           IF VALID-REQUEST
              AND datex OF FileA-record NOT EQUAL SPACES
              IF datex OF FileA-record IS NOT NUMERIC
                 OR datex OF FileA-record(5:2) < '01'
                 OR datex OF FileA-record(5:2) > '12'
                 OR datex OF FileA-record(7:2) < '01'
                 OR datex OF FileA-record(7:2) > '31'
                 MOVE 'N' TO REQUEST-VALIDATION-SW
                 MOVE 'Validation error: DATEX is not valid' TO
                                                  WS-REJECT-REASON
              END-IF
           END-IF
           .
       VALIDATE-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-FUTURE SECTION.
           READ Future-Change NEXT RECORD
           IF NOT FAFUTR-NORMAL
              MOVE 'Y' TO WS-FUTR-EOF-SW
           END-IF
           .
       READ-NEXT-FUTURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROCESS-ONE-FUTURE - a change due today or earlier is applied  *
      * (or reported) and taken off FAFUTR; one not yet due is listed  *
      * as pending. FAFUTR's key puts each customer's changes together *
      * in date order.                                                 *
      *----------------------------------------------------------------*
       PROCESS-ONE-FUTURE SECTION.
           ADD 1 TO RC-FUTURE-READ
           IF FAFUTR-EFF-DATE IS GREATER THAN WS-RUN-DATE
              ADD 1 TO RC-PENDING
              MOVE 'PENDING' TO FL-ACTION
              MOVE SPACES TO WS-REJECT-REASON
              PERFORM WRITE-FUTURE-LINE
           ELSE
              MOVE 'Y' TO WS-FUTR-DONE-SW
              PERFORM APPLY-DUE-CHANGE
              IF FUTR-DONE
                 DELETE Future-Change
                 IF NOT FAFUTR-NORMAL
                    DISPLAY "WARNING: FAFUTR delete failed, status="
                            FAFUTR-STATUS-CODE " NUMB=" FAFUTR-NUMB
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-FUTURE
           .
       PROCESS-ONE-FUTURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-DUE-CHANGE - re-reads the customer, checks nothing the   *
      * change sets was altered after it was keyed, overlays the       *
      * fields it sets, and rewrites the record with last-updated      *
      * stamping and an AUDITA before/after image -- or stages it on   *
      * FAPEND when it moves AMOUNT past the hold threshold.           *
      *----------------------------------------------------------------*
       APPLY-DUE-CHANGE SECTION.
           MOVE FAFUTR-KEYED-BY TO WS-ACTIVE-USERID
           MOVE FAFUTR-NUMB TO numb OF FileA-record
           READ Filea-VSAM KEY IS numb OF FileA-record
           IF NOTFOUND
              MOVE 'Record no longer on file' TO WS-REJECT-REASON
              GO TO APPLY-DUE-CHANGE-EXCEPTION
           END-IF
           IF NOT NORMAL
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FILEA read failed, status=' STATUS-CODE
                     DELIMITED BY SIZE
                 INTO WS-REJECT-REASON END-STRING
              GO TO APPLY-DUE-CHANGE-RETRY
           END-IF
           IF FILEA-DELETED
              MOVE 'Record deleted since keyed' TO WS-REJECT-REASON
              GO TO APPLY-DUE-CHANGE-EXCEPTION
           END-IF

           IF (FAFUTR-NEW-NAME NOT EQUAL SPACES
                AND name OF FileA-record NOT EQUAL FAFUTR-OLD-NAME)
           OR (FAFUTR-NEW-ADDRX NOT EQUAL SPACES
                AND addrx OF FileA-record NOT EQUAL FAFUTR-OLD-ADDRX)
           OR (FAFUTR-NEW-PHONE NOT EQUAL SPACES
                AND phone OF FileA-record NOT EQUAL FAFUTR-OLD-PHONE)
           OR (FAFUTR-NEW-DATEX NOT EQUAL SPACES
                AND datex OF FileA-record NOT EQUAL FAFUTR-OLD-DATEX)
           OR (FAFUTR-NEW-AMOUNT NOT EQUAL SPACES
                AND amount OF FileA-record
                                       NOT EQUAL FAFUTR-OLD-AMOUNT)
           OR (FAFUTR-NEW-COMMENT NOT EQUAL SPACES
                AND comment OF FileA-record
                                       NOT EQUAL FAFUTR-OLD-COMMENT)
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'Changed since keyed by '
                     LAST-UPD-USERID OF FileA-record
                     ' on ' LAST-UPD-DATE OF FileA-record
                     DELIMITED BY SIZE
                 INTO WS-REJECT-REASON END-STRING
              GO TO APPLY-DUE-CHANGE-EXCEPTION
           END-IF

           MOVE FileA-record TO WS-AUDIT-BEFORE
           MOVE AMOUNT-NUMERIC OF FileA-record TO WS-HOLD-OLD-AMOUNT
           IF FAFUTR-NEW-NAME NOT EQUAL SPACES
              MOVE FAFUTR-NEW-NAME TO name OF FileA-record
           END-IF
           IF FAFUTR-NEW-ADDRX NOT EQUAL SPACES
              MOVE FAFUTR-NEW-ADDRX TO addrx OF FileA-record
           END-IF
           IF FAFUTR-NEW-PHONE NOT EQUAL SPACES
              MOVE FAFUTR-NEW-PHONE TO phone OF FileA-record
           END-IF
           IF FAFUTR-NEW-DATEX NOT EQUAL SPACES
              MOVE FAFUTR-NEW-DATEX TO datex OF FileA-record
           END-IF
           IF FAFUTR-NEW-AMOUNT NOT EQUAL SPACES
              MOVE FAFUTR-NEW-AMOUNT TO amount OF FileA-record
           END-IF
           IF FAFUTR-NEW-COMMENT NOT EQUAL SPACES
              MOVE FAFUTR-NEW-COMMENT TO comment OF FileA-record
           END-IF

           MOVE 'Y' TO REQUEST-VALIDATION-SW
           IF name OF FileA-record EQUAL SPACES OR LOW-VALUES
              MOVE 'N' TO REQUEST-VALIDATION-SW
              MOVE 'Validation error: NAME is required' TO
                                                  WS-REJECT-REASON
           ELSE
              PERFORM VALIDATE-FIELDS
           END-IF
           IF INVALID-REQUEST
              GO TO APPLY-DUE-CHANGE-EXCEPTION
           END-IF

           PERFORM STAMP-LAST-UPDATED
           PERFORM CHECK-AMOUNT-HOLD
           IF AMOUNT-HOLD-REQUIRED
              PERFORM STAGE-HELD-UPDATE
              GO TO APPLY-DUE-CHANGE-EXIT
           END-IF

           REWRITE FileA-record
           IF NOT NORMAL
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'REWRITE failed, status=' STATUS-CODE
                     DELIMITED BY SIZE
                 INTO WS-REJECT-REASON END-STRING
              GO TO APPLY-DUE-CHANGE-RETRY
           END-IF
           ADD 1 TO RC-APPLIED
           MOVE FileA-record TO WS-AUDIT-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE 'APPLIED' TO FL-ACTION
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM WRITE-FUTURE-LINE
           GO TO APPLY-DUE-CHANGE-EXIT
           .
       APPLY-DUE-CHANGE-EXCEPTION.
           ADD 1 TO RC-EXCEPTIONS
           MOVE 'EXCEPTION' TO FL-ACTION
           PERFORM WRITE-FUTURE-LINE
           GO TO APPLY-DUE-CHANGE-EXIT
           .
       APPLY-DUE-CHANGE-RETRY.
           ADD 1 TO RC-RETRY
           MOVE 'N' TO WS-FUTR-DONE-SW
           MOVE 'RETRY' TO FL-ACTION
           PERFORM WRITE-FUTURE-LINE
           .
       APPLY-DUE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-AMOUNT-HOLD - does the change now in FileA-record move   *
      * AMOUNT-NUMERIC far enough from the stored figure to need a     *
      * second approver?                                               *
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
      * a second approver, proposed by the userid that keyed it, and   *
      * leaves FILEA as it is. Without FAPEND the change stays on      *
      * FAFUTR for the next run.                                       *
      *----------------------------------------------------------------*
       STAGE-HELD-UPDATE SECTION.
           IF NOT FAPEND-OPEN
              ADD 1 TO RC-RETRY
              MOVE 'N' TO WS-FUTR-DONE-SW
              MOVE 'AMOUNT change needs FAPEND for approval' TO
                                                  WS-REJECT-REASON
              MOVE 'RETRY' TO FL-ACTION
              PERFORM WRITE-FUTURE-LINE
              GO TO STAGE-HELD-UPDATE-EXIT
           END-IF
           MOVE SPACES TO FAPEND-RECORD
           MOVE numb OF FileA-record TO FAPEND-NUMB
           MOVE 'P' TO FAPEND-STATUS
           MOVE 'FAFUTAPL' TO FAPEND-ORIGIN
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
              ADD 1 TO RC-HELD
              MOVE 'HELD' TO FL-ACTION
              MOVE 'AMOUNT change held for second approver' TO
                                                  WS-REJECT-REASON
           ELSE
              ADD 1 TO RC-RETRY
              MOVE 'N' TO WS-FUTR-DONE-SW
              MOVE 'RETRY' TO FL-ACTION
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'FAPEND write failed, status='
                     FAPEND-STATUS-CODE DELIMITED BY SIZE
                 INTO WS-REJECT-REASON END-STRING
           END-IF
           PERFORM WRITE-FUTURE-LINE
           .
       STAGE-HELD-UPDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STAMP-LAST-UPDATED - stamps date/time/userid and recomputes    *
      * the packed AMOUNT-NUMERIC companion, exactly as FILEABAT does  *
      * before every REWRITE.                                          *
      *----------------------------------------------------------------*
       STAMP-LAST-UPDATED SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO
                                     LAST-UPD-DATE OF FileA-record
           MOVE FUNCTION CURRENT-DATE(9:8) TO
                                     LAST-UPD-TIME OF FileA-record
           MOVE WS-ACTIVE-USERID TO LAST-UPD-USERID OF FileA-record
           COMPUTE AMOUNT-NUMERIC OF FileA-record =
                   FUNCTION NUMVAL-C(amount OF FileA-record)
           .
       STAMP-LAST-UPDATED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-AUDIT-RECORD - appends the before/after image to AUDITA  *
      * as an update, on the same chained trail as every other FileA   *
      * writer.                                                        *
      *----------------------------------------------------------------*
       WRITE-AUDIT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE 'U' TO AUDIT-VERB
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-APPROVAL
           PERFORM COMPUTE-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL
              DISPLAY "WARNING: audit record write failed, status="
                      AUDIT-STATUS-CODE
           END-IF
           .
       WRITE-AUDIT-RECORD-EXIT.
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
       WRITE-FUTURE-LINE SECTION.
           MOVE FAFUTR-NUMB TO FL-NUMB.
           MOVE FAFUTR-EFF-DATE TO FL-EFF-DATE.
           MOVE FAFUTR-KEYED-BY TO FL-KEYED-BY.
           MOVE FAFUTR-ORIGIN TO FL-ORIGIN.
           MOVE FAFUTR-KEYED-AT(1:8) TO FL-KEYED-ON.
           MOVE WS-REJECT-REASON TO FL-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FUTURE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-FUTURE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
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

           MOVE 'FUTRIN CARDS READ:          ' TO CN-LABEL.
           MOVE RC-CARDS-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CARDS FILED ON FAFUTR:      ' TO CN-LABEL.
           MOVE RC-CARDS-FILED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'CARDS REJECTED:             ' TO CN-LABEL.
           MOVE RC-CARDS-REJECTED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'FUTURE CHANGES READ:        ' TO CN-LABEL.
           MOVE RC-FUTURE-READ TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'APPLIED TO FILEA:           ' TO CN-LABEL.
           MOVE RC-APPLIED TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'HELD FOR SECOND APPROVER:   ' TO CN-LABEL.
           MOVE RC-HELD TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'EXCEPTIONS REPORTED:        ' TO CN-LABEL.
           MOVE RC-EXCEPTIONS TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'LEFT FOR NEXT RUN:          ' TO CN-LABEL.
           MOVE RC-RETRY TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE 'STILL PENDING:              ' TO CN-LABEL.
           MOVE RC-PENDING TO CN-COUNT.
           PERFORM WRITE-COUNT-LINE.

           DISPLAY "======================================"
           DISPLAY " FAFUTAPL End-of-job reconciliation"
           DISPLAY "   FUTRIN cards read    : " RC-CARDS-READ
           DISPLAY "   Cards filed          : " RC-CARDS-FILED
           DISPLAY "   Cards rejected       : " RC-CARDS-REJECTED
           DISPLAY "   Future changes read  : " RC-FUTURE-READ
           DISPLAY "   Applied to FILEA     : " RC-APPLIED
           DISPLAY "   Held for approver    : " RC-HELD
           DISPLAY "   Exceptions reported  : " RC-EXCEPTIONS
           DISPLAY "   Left for next run    : " RC-RETRY
           DISPLAY "   Still pending        : " RC-PENDING
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
