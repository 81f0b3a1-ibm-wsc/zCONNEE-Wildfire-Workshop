       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = NOTPMNT                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTPMNT.
      * Maintenance of the NOTPREF customer notification preferences
      * the NOTDISP dispatcher applies: add/change/delete transactions
      * from customer service, each carrying the whole preference
      * record, keyed by the customer identity the notifications use.
      * A transaction with an unknown channel, no contact detail for
      * the channel chosen, an unknown opt-out event code or quiet
      * hours that are not hhmm goes to the error file with its
      * reason; the preference on file is left as it was.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transaction-Input ASSIGN TO NOTPTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTPTRAN-STATUS.

           SELECT Preference-File ASSIGN TO NOTPREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NOTPREF-KEY OF NOTPREF-RECORD
              FILE STATUS IS STATUS-CODE.

           SELECT Error-Output ASSIGN TO NOTPERRS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTPERRS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One preference transaction per record: A add, C change, D
      * delete, followed by the customer service userid that took
      * the request and the preference exactly as NOTPREF holds it
      * (the update date and userid are stamped here).
       FD  Transaction-Input.
       01  TRANSACTION-RECORD.
           05  PT-TRAN-CODE           PIC X(01).
           05  PT-REQUESTED-BY        PIC X(08).
           05  PT-PREFERENCE          PIC X(300).

       FD  Preference-File.
           COPY NOTPREF SUPPRESS.

      * The rejected transaction followed by the reason, for customer
      * service to correct and resubmit.
       FD  Error-Output.
       01  ERROR-RECORD.
           05  ER-TRANSACTION         PIC X(309).
           05  ER-REASON              PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 NOTPTRAN-STATUS             PIC X(2).
           88 NOTPTRAN-NORMAL         VALUE '00'.
       01 STATUS-CODE                 PIC X(2).
           88 NORMAL                  VALUE '00'.
           88 DUPLICATE               VALUE '22'.
           88 NOTFOUND                VALUE '23'.
       01 NOTPERRS-STATUS             PIC X(2).
           88 NOTPERRS-NORMAL         VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 NOTPTRAN-EOF            VALUE 'Y'.
       01 WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01 WS-TODAY                    PIC 9(08).

      * The transaction's preference, edited before NOTPREF is read.
       COPY NOTPREF SUPPRESS REPLACING LEADING ==NOTPREF-== BY ==NP-==.

      * Opt-out codes: the NOTIFY events, or ALL for every event.
       01 WS-OPT-OUT-SUB              PIC 9(02) COMP.
       01 WS-OPT-OUT-CODE             PIC X(04).
           88 OPT-OUT-CODE-VALID      VALUES 'WTCH' 'OFIL' 'OEXP'
                                             'SFAL' 'LARR' 'LOFX'
                                             'MCAL' 'OREF' 'LDDF'
                                             'ALL ' SPACES.
       01 WS-QUIET-TIME.
           05 WS-QUIET-HH             PIC 9(02).
           05 WS-QUIET-MM             PIC 9(02).
       01 WS-QUIET-TIME-X REDEFINES WS-QUIET-TIME
                                      PIC X(04).

      * Control totals.
       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ADDED-COUNT          PIC 9(08) COMP VALUE 0.
           05 RC-CHANGED-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-DELETED-COUNT        PIC 9(08) COMP VALUE 0.
           05 RC-REJECTED-COUNT       PIC 9(08) COMP VALUE 0.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT Transaction-Input
           IF NOT NOTPTRAN-NORMAL
              DISPLAY "ERROR: unable to open NOTPTRAN, status="
                      NOTPTRAN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O Preference-File
           IF NOT NORMAL
              DISPLAY "ERROR: unable to open NOTPREF, status="
                      STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Transaction-Input
              GOBACK
           END-IF

           OPEN OUTPUT Error-Output
           IF NOT NOTPERRS-NORMAL
              DISPLAY "ERROR: unable to open NOTPERRS, status="
                      NOTPERRS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Preference-File
              CLOSE Transaction-Input
              GOBACK
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM APPLY-ONE-TRANSACTION
               UNTIL NOTPTRAN-EOF

           CLOSE Error-Output.
           CLOSE Preference-File.
           CLOSE Transaction-Input.

           IF RC-REJECTED-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "======================================"
           DISPLAY " NOTPMNT End-of-job reconciliation"
           DISPLAY "   Transactions read    : " RC-RECORDS-READ
           DISPLAY "   Added                : " RC-ADDED-COUNT
           DISPLAY "   Changed              : " RC-CHANGED-COUNT
           DISPLAY "   Deleted              : " RC-DELETED-COUNT
           DISPLAY "   Rejected             : " RC-REJECTED-COUNT
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       READ-NEXT-TRANSACTION SECTION.
           READ Transaction-Input
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT NOTPTRAN-EOF
              ADD 1 TO RC-RECORDS-READ
           END-IF
           .
       READ-NEXT-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-ONE-TRANSACTION - edits the transaction, then adds,      *
      * changes or deletes the customer's preference; anything         *
      * unappliable goes to the error file with its reason.            *
      *----------------------------------------------------------------*
       APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE PT-PREFERENCE TO NP-RECORD

           EVALUATE TRUE
              WHEN PT-TRAN-CODE NOT EQUAL 'A'
                   AND PT-TRAN-CODE NOT EQUAL 'C'
                   AND PT-TRAN-CODE NOT EQUAL 'D'
                 MOVE 'TRANSACTION CODE MUST BE A, C OR D'
                     TO WS-REJECT-REASON
              WHEN NP-ID-TYPE NOT EQUAL 'T'
                   AND NP-ID-TYPE NOT EQUAL 'L'
                 MOVE 'IDENTITY TYPE MUST BE T OR L'
                     TO WS-REJECT-REASON
              WHEN NP-CUSTOMER-ID IS EQUAL TO SPACES
                 MOVE 'CUSTOMER IDENTITY MISSING'
                     TO WS-REJECT-REASON
              WHEN PT-TRAN-CODE EQUAL 'D'
                 CONTINUE
              WHEN OTHER
                 PERFORM EDIT-PREFERENCE
           END-EVALUATE

           IF WS-REJECT-REASON NOT EQUAL SPACES
              PERFORM WRITE-ERROR-RECORD
           ELSE
              MOVE WS-TODAY TO NP-UPD-DATE
              MOVE PT-REQUESTED-BY TO NP-UPD-USERID
              MOVE NP-KEY TO NOTPREF-KEY
              EVALUATE PT-TRAN-CODE
                 WHEN 'A'
                    PERFORM APPLY-ADD
                 WHEN 'C'
                    PERFORM APPLY-CHANGE
                 WHEN 'D'
                    PERFORM APPLY-DELETE
              END-EVALUATE
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           .
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EDIT-PREFERENCE - the channel must have its contact detail,    *
      * every opt-out must be a known event, and quiet hours are both  *
      * blank or both a valid hhmm.                                    *
      *----------------------------------------------------------------*
       EDIT-PREFERENCE SECTION.
           EVALUATE TRUE
              WHEN NOT NP-BY-EMAIL
                   AND NOT NP-BY-SMS
                   AND NOT NP-BY-LETTER
                 MOVE 'CHANNEL MUST BE E, S OR L'
                     TO WS-REJECT-REASON
              WHEN NP-BY-EMAIL
                   AND NP-EMAIL IS EQUAL TO SPACES
                 MOVE 'EMAIL CHANNEL WITHOUT EMAIL ADDRESS'
                     TO WS-REJECT-REASON
              WHEN NP-BY-SMS
                   AND NP-MOBILE IS EQUAL TO SPACES
                 MOVE 'SMS CHANNEL WITHOUT MOBILE NUMBER'
                     TO WS-REJECT-REASON
              WHEN NP-BY-LETTER
                   AND NP-POSTAL-LINE(1) IS EQUAL TO SPACES
                 MOVE 'LETTER CHANNEL WITHOUT POSTAL ADDRESS'
                     TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT EQUAL SPACES
              GO TO EDIT-PREFERENCE-EXIT
           END-IF

           PERFORM EDIT-ONE-OPT-OUT
               VARYING WS-OPT-OUT-SUB FROM 1 BY 1
               UNTIL WS-OPT-OUT-SUB > 8
                  OR WS-REJECT-REASON NOT EQUAL SPACES
           IF WS-REJECT-REASON NOT EQUAL SPACES
              GO TO EDIT-PREFERENCE-EXIT
           END-IF

           IF NP-QUIET-FROM = SPACES
              AND NP-QUIET-TO = SPACES
              GO TO EDIT-PREFERENCE-EXIT
           END-IF
           MOVE NP-QUIET-FROM TO WS-QUIET-TIME-X
           PERFORM EDIT-QUIET-TIME
           IF WS-REJECT-REASON NOT EQUAL SPACES
              GO TO EDIT-PREFERENCE-EXIT
           END-IF
           MOVE NP-QUIET-TO TO WS-QUIET-TIME-X
           PERFORM EDIT-QUIET-TIME
           IF NP-QUIET-FROM = NP-QUIET-TO
              AND WS-REJECT-REASON EQUAL SPACES
              MOVE 'QUIET HOURS START AND END THE SAME'
                  TO WS-REJECT-REASON
           END-IF
           .
       EDIT-PREFERENCE-EXIT.
           EXIT.

       EDIT-ONE-OPT-OUT SECTION.
           MOVE NP-OPT-OUT(WS-OPT-OUT-SUB) TO WS-OPT-OUT-CODE
           IF NOT OPT-OUT-CODE-VALID
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'UNKNOWN OPT-OUT EVENT ' DELIMITED BY SIZE
                     WS-OPT-OUT-CODE DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
           END-IF
           .
       EDIT-ONE-OPT-OUT-EXIT.
           EXIT.

       EDIT-QUIET-TIME SECTION.
           IF WS-QUIET-TIME-X IS NOT NUMERIC
              OR WS-QUIET-HH > 23
              OR WS-QUIET-MM > 59
              MOVE 'QUIET HOURS MUST BE HHMM, BOTH OR NONE'
                  TO WS-REJECT-REASON
           END-IF
           .
       EDIT-QUIET-TIME-EXIT.
           EXIT.

       APPLY-ADD SECTION.
           MOVE NP-RECORD TO NOTPREF-RECORD
           WRITE NOTPREF-RECORD
           EVALUATE TRUE
              WHEN NORMAL
                 ADD 1 TO RC-ADDED-COUNT
              WHEN DUPLICATE
                 MOVE 'ALREADY ON NOTPREF' TO WS-REJECT-REASON
                 PERFORM WRITE-ERROR-RECORD
              WHEN OTHER
                 MOVE 'NOTPREF WRITE ERROR' TO WS-REJECT-REASON
                 PERFORM WRITE-ERROR-RECORD
           END-EVALUATE
           .
       APPLY-ADD-EXIT.
           EXIT.

       APPLY-CHANGE SECTION.
           READ Preference-File KEY IS NOTPREF-KEY OF NOTPREF-RECORD
           IF NOT NORMAL
              MOVE 'NOT ON NOTPREF' TO WS-REJECT-REASON
              PERFORM WRITE-ERROR-RECORD
           ELSE
              MOVE NP-RECORD TO NOTPREF-RECORD
              REWRITE NOTPREF-RECORD
              IF NORMAL
                 ADD 1 TO RC-CHANGED-COUNT
              ELSE
                 MOVE 'NOTPREF REWRITE ERROR' TO
                      WS-REJECT-REASON
                 PERFORM WRITE-ERROR-RECORD
              END-IF
           END-IF
           .
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-DELETE SECTION.
           READ Preference-File KEY IS NOTPREF-KEY OF NOTPREF-RECORD
           IF NOT NORMAL
              MOVE 'NOT ON NOTPREF' TO WS-REJECT-REASON
              PERFORM WRITE-ERROR-RECORD
           ELSE
              DELETE Preference-File
              IF NORMAL
                 ADD 1 TO RC-DELETED-COUNT
              ELSE
                 MOVE 'NOTPREF DELETE ERROR' TO
                      WS-REJECT-REASON
                 PERFORM WRITE-ERROR-RECORD
              END-IF
           END-IF
           .
       APPLY-DELETE-EXIT.
           EXIT.

       WRITE-ERROR-RECORD SECTION.
           ADD 1 TO RC-REJECTED-COUNT
           MOVE TRANSACTION-RECORD TO ER-TRANSACTION
           MOVE WS-REJECT-REASON TO ER-REASON
           WRITE ERROR-RECORD
           IF NOT NOTPERRS-NORMAL
              DISPLAY "ERROR: NOTPERRS write failed, status="
                      NOTPERRS-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       WRITE-ERROR-RECORD-EXIT.
           EXIT.
