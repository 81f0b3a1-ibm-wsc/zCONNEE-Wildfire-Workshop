       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = NOTIFPUT                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFPUT.
      * The outbound customer-notification writer, CALLed by every
      * batch program that raises a customer-facing event (WATCHSCN
      * price alerts, ORDSCAN fills and expiries, SETTLACK settlement
      * failures, LOANARRS arrears and lapsed loan offers, MARGRUN
      * margin calls). Appends the notification to the common NOTIFY
      * file the nightly NOTDISP dispatcher works off, and publishes
      * the same notification to the customer notification queue
      * through the z/OS Connect MQ path MQPUT uses, for anything
      * that wants to react as it happens. The file is the record: a
      * failed publish is reported and the notification still goes
      * out from the file. NOTIFY is opened on the first call and
      * stays open until the caller's end-of-run call; when it cannot
      * be opened every call reports it unavailable. See NOTIFPRM for
      * the functions.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Notify-Output ASSIGN TO NOTIFY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTIFY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Notify-Output.
       01  NOTIFY-OUT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 NOTIFY-FILE-STATUS          PIC X(2).
           88 NOTIFY-NORMAL           VALUE '00'.
       01 WS-FILE-STATE-SW            PIC X(01) VALUE 'N'.
           88 NOTIFY-FILE-CLOSED      VALUE 'N'.
           88 NOTIFY-FILE-OPEN        VALUE 'Y'.
           88 NOTIFY-FILE-FAILED      VALUE 'F'.

      * Copy API requester required copybook
       COPY BAQRINFO SUPPRESS.

      * Notification queue request and response
       01 NOTIFY-EVENT-REQUEST.
       COPY MQ006Q01 SUPPRESS.
       01 NOTIFY-EVENT-RESPONSE.
           05 FILLER                  PIC X(01).
      * Structure with the API information
       01 NOTIFY-EVENT-INFO-OPER1.
       COPY MQ006I01 SUPPRESS.

      * Request and Response segment, used to store request and
      * response content.
       01 BAQ-REQUEST-PTR             USAGE POINTER.
       01 BAQ-REQUEST-LEN             PIC S9(9) COMP-5 SYNC.
       01 BAQ-RESPONSE-PTR            USAGE POINTER.
       01 BAQ-RESPONSE-LEN            PIC S9(9) COMP-5 SYNC.
       77 COMM-STUB-PGM-NAME          PIC X(8) VALUE 'BAQCSTUB'.

      * Shared retry-with-backoff state, PERFORMed after a transient
      * BAQ-ERROR-IN-ZCEE (see Call-Comm-Stub-With-Retry below).
       COPY BAQRTRY SUPPRESS.

      * PassTicket credentials: ATSPTKTC generates a fresh single-use
      * PassTicket into BAQPASSWORD at the first publish, and again
      * whenever the last one is old enough to be nearing its expiry
      * window, so no reusable password lives in the batch parm deck.
       01 WS-PTKT-LAST-MINS           PIC 9(10) COMP VALUE 0.
       01 WS-PTKT-NOW-MINS            PIC 9(10) COMP.
       01 WS-PTKT-STAMP               PIC X(12).
       77 PTKT-REFRESH-MINS           PIC 9(02) VALUE 5.
       77 PTKT-PGM-NAME               PIC X(8) VALUE 'ATSPTKTC'.

       LINKAGE SECTION.
       COPY NOTIFPRM.
       COPY NOTIFY.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING NOTIFPRM-AREA NOTIFY-RECORD.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           EVALUATE TRUE
              WHEN NOTIFPRM-WRITE
                 PERFORM WRITE-NOTIFICATION
              WHEN NOTIFPRM-END-OF-RUN
                 IF NOTIFY-FILE-OPEN
                    CLOSE Notify-Output
                 END-IF
                 MOVE 'N' TO WS-FILE-STATE-SW
              WHEN OTHER
                 MOVE 'U' TO NOTIFPRM-RESULT
           END-EVALUATE.

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * WRITE-NOTIFICATION - the file first; only a notification that  *
      * is on file is published.                                       *
      *----------------------------------------------------------------*
       WRITE-NOTIFICATION SECTION.
           MOVE 'U' TO NOTIFPRM-RESULT
           PERFORM OPEN-NOTIFY-FILE
           IF NOT NOTIFY-FILE-OPEN
              GO TO WRITE-NOTIFICATION-EXIT
           END-IF

           IF NOTIFY-TIMESTAMP IS NOT NUMERIC
              OR NOTIFY-TIMESTAMP = 0
              MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIFY-TIMESTAMP
           END-IF
           MOVE NOTIFY-RECORD TO NOTIFY-OUT-RECORD
           WRITE NOTIFY-OUT-RECORD
           IF NOT NOTIFY-NORMAL
              DISPLAY "NOTIFPUT: NOTIFY write failed, status="
                      NOTIFY-FILE-STATUS
              GO TO WRITE-NOTIFICATION-EXIT
           END-IF

           PERFORM PUBLISH-NOTIFICATION
           IF BAQ-SUCCESS
              MOVE 'W' TO NOTIFPRM-RESULT
           ELSE
              MOVE 'Q' TO NOTIFPRM-RESULT
              DISPLAY "NOTIFPUT: " NOTIFY-EVENT " for "
                      NOTIFY-CUSTOMER-ID(1:20)
                      " NOT ON QUEUE, error code: " BAQ-STATUS-CODE
              DISPLAY "Error msg:" BAQ-STATUS-MESSAGE
           END-IF
           .
       WRITE-NOTIFICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPEN-NOTIFY-FILE - on the first write. A failed open is not    *
      * retried within the run.                                        *
      *----------------------------------------------------------------*
       OPEN-NOTIFY-FILE SECTION.
           IF NOT NOTIFY-FILE-CLOSED
              GO TO OPEN-NOTIFY-FILE-EXIT
           END-IF
           OPEN EXTEND Notify-Output
           IF NOTIFY-NORMAL
              MOVE 'Y' TO WS-FILE-STATE-SW
           ELSE
              DISPLAY "WARNING: NOTIFY unavailable, status="
                      NOTIFY-FILE-STATUS
              DISPLAY "         customer notifications not recorded"
              MOVE 'F' TO WS-FILE-STATE-SW
           END-IF
           .
       OPEN-NOTIFY-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PUBLISH-NOTIFICATION - one putNotification round trip for the  *
      * notification just written.                                     *
      *----------------------------------------------------------------*
       PUBLISH-NOTIFICATION SECTION.
           INITIALIZE NOTIFY-EVENT-REQUEST
           MOVE 1 TO NOTIFICATION2-num
           MOVE NOTIFY-EVENT TO event2
           MOVE NOTIFY-ID-TYPE TO idType2
           MOVE NOTIFY-CUSTOMER-ID TO customerId2
           MOVE LENGTH OF customerId2 TO customerId2-length
           MOVE NOTIFY-NAME TO name2
           MOVE LENGTH OF name2 TO name2-length
           MOVE NOTIFY-TEXT TO text2
           MOVE LENGTH OF text2 TO text2-length
           MOVE NOTIFY-SOURCE TO source2
           MOVE NOTIFY-TIMESTAMP TO eventTime2

           SET BAQ-REQUEST-PTR TO ADDRESS OF NOTIFY-EVENT-REQUEST
           MOVE LENGTH OF NOTIFY-EVENT-REQUEST TO BAQ-REQUEST-LEN
           SET BAQ-RESPONSE-PTR TO ADDRESS OF NOTIFY-EVENT-RESPONSE
           MOVE LENGTH OF NOTIFY-EVENT-RESPONSE TO BAQ-RESPONSE-LEN

      *---------------------------------------------------------------*
      * Make sure a fresh PassTicket is in place for this call        *
      *---------------------------------------------------------------*
           PERFORM REFRESH-PASSTICKET
           PERFORM Call-Comm-Stub-With-Retry
           .
       PUBLISH-NOTIFICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REFRESH-PASSTICKET - obtains a fresh PassTicket through        *
      * ATSPTKTC (which sets the BAQPASSWORD environment variable the  *
      * stub reads) at the first publish and again once the previous   *
      * one is PTKT-REFRESH-MINS old, well inside the ticket's         *
      * validity window.                                               *
      *----------------------------------------------------------------*
       REFRESH-PASSTICKET SECTION.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-PTKT-STAMP
           COMPUTE WS-PTKT-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PTKT-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-PTKT-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-PTKT-STAMP(11:2))
           IF WS-PTKT-LAST-MINS IS EQUAL TO 0
              OR WS-PTKT-NOW-MINS - WS-PTKT-LAST-MINS IS NOT LESS
                 THAN PTKT-REFRESH-MINS
              CALL PTKT-PGM-NAME
              MOVE WS-PTKT-NOW-MINS TO WS-PTKT-LAST-MINS
           END-IF
           .
       REFRESH-PASSTICKET-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Call-Comm-Stub-With-Retry - shared retry-with-backoff wrapper  *
      * around CALL COMM-STUB-PGM-NAME, PERFORMed by                   *
      * PUBLISH-NOTIFICATION.                                          *
      *----------------------------------------------------------------*
       RETRY-SECTION SECTION.
       COPY BAQRTRYP REPLACING ==RETRY-PARAGRAPH-NAME==
           BY ==Call-Comm-Stub-With-Retry== ==INFO-OPER1== BY
           ==NOTIFY-EVENT-INFO-OPER1==.
