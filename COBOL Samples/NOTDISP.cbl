       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = NOTDISP                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTDISP.
      * Nightly customer notification dispatcher. Works off the
      * common NOTIFY file NOTIFPUT appends to during the day and
      * applies each customer's NOTPREF contact preferences: a
      * notification for an event the customer has opted out of is
      * suppressed; otherwise it is written to the file for the
      * customer's channel (NOTEMAIL, NOTSMS or NOTLETR, NOTSEND
      * layout) with the contact detail from NOTPREF. Email and SMS
      * dispatched inside the customer's quiet hours carry a release
      * stamp at the end of the quiet window, which the gateways
      * honour; letters are not held. A customer with no preferences
      * on file, or none for the channel they chose, is undeliverable
      * and listed on the NOTDRPT report with the reason, beside the
      * per-event counts of notifications sent, held, suppressed and
      * undeliverable; any undeliverable notification ends the run
      * with return code 4. The job step that follows empties NOTIFY
      * once this step has ended with 4 or less.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Notify-Input ASSIGN TO NOTIFY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT Preference-File ASSIGN TO NOTPREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NOTPREF-KEY
              FILE STATUS IS NOTPREF-STATUS.

           SELECT Email-Output ASSIGN TO NOTEMAIL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTEMAIL-STATUS.

           SELECT Sms-Output ASSIGN TO NOTSMS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTSMS-STATUS.

           SELECT Letter-Output ASSIGN TO NOTLETR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NOTLETR-STATUS.

           SELECT Report-Output ASSIGN TO NOTDRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Notify-Input.
           COPY NOTIFY SUPPRESS.

       FD  Preference-File.
           COPY NOTPREF SUPPRESS.

       FD  Email-Output.
       01  EMAIL-RECORD               PIC X(320).

       FD  Sms-Output.
       01  SMS-RECORD                 PIC X(320).

       FD  Letter-Output.
       01  LETTER-RECORD              PIC X(320).

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 NOTIFY-FILE-STATUS          PIC X(2).
           88 NOTIFY-NORMAL           VALUE '00'.
       01 NOTPREF-STATUS              PIC X(2).
           88 NOTPREF-NORMAL          VALUE '00'.
           88 NOTPREF-NOT-FOUND       VALUE '23'.
       01 NOTEMAIL-STATUS             PIC X(2).
           88 NOTEMAIL-NORMAL         VALUE '00'.
       01 NOTSMS-STATUS               PIC X(2).
           88 NOTSMS-NORMAL           VALUE '00'.
       01 NOTLETR-STATUS              PIC X(2).
           88 NOTLETR-NORMAL          VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.

       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 INPUT-EOF               VALUE 'Y'.
       01 WS-OUTCOME-SW               PIC X(01).
           88 OUTCOME-SENT            VALUE 'S'.
           88 OUTCOME-SUPPRESSED      VALUE 'X'.
           88 OUTCOME-UNDELIVERABLE   VALUE 'U'.
       01 WS-HELD-SW                  PIC X(01).
           88 RELEASE-HELD            VALUE 'Y'.

       01 WS-UNDELIVERABLE-REASON     PIC X(40).
       01 WS-SECTION-LINE             PIC X(60).
       01 WS-OPT-OUT-SUB              PIC 9(02) COMP.
       01 WS-EV-SUB                   PIC 9(02) COMP.

      * Dispatch date and time: the release stamp of anything not held
      * for quiet hours.
       01 WS-NOW-STAMP.
           05 WS-NOW-DATE             PIC 9(08).
           05 WS-NOW-HHMM             PIC 9(04).
       01 WS-NOW-STAMP-N REDEFINES WS-NOW-STAMP
                                      PIC 9(12).
       01 WS-TOMORROW                 PIC 9(08).
       01 WS-QUIET-FROM               PIC 9(04).
       01 WS-QUIET-TO                 PIC 9(04).
       01 WS-RELEASE-STAMP.
           05 WS-RELEASE-DATE         PIC 9(08).
           05 WS-RELEASE-HHMM         PIC 9(04).
       01 WS-RELEASE-STAMP-N REDEFINES WS-RELEASE-STAMP
                                      PIC 9(12).

      * The notification as it goes to its channel.
       COPY NOTSEND SUPPRESS.

      * The NOTIFY events, in report order; anything else is counted
      * on the last line.
       01 WS-EVENT-NAMES.
           05 FILLER                  PIC X(24) VALUE
              'WTCHPRICE WATCH ALERT   '.
           05 FILLER                  PIC X(24) VALUE
              'OFILLIMIT ORDER FILLED  '.
           05 FILLER                  PIC X(24) VALUE
              'OEXPLIMIT ORDER EXPIRED '.
           05 FILLER                  PIC X(24) VALUE
              'SFALTRADE NOT SETTLED   '.
           05 FILLER                  PIC X(24) VALUE
              'LARRLOAN IN ARREARS     '.
           05 FILLER                  PIC X(24) VALUE
              'LOFXLOAN OFFER LAPSED   '.
           05 FILLER                  PIC X(24) VALUE
              'MCALMARGIN CALL         '.
           05 FILLER                  PIC X(24) VALUE
              'OREFORDER REFUSED       '.
           05 FILLER                  PIC X(24) VALUE
              'LDDFLOAN DEBIT FAILED   '.
           05 FILLER                  PIC X(24) VALUE
              '    OTHER EVENTS        '.
       01 WS-EVENT-TABLE REDEFINES WS-EVENT-NAMES.
           05 EV-ENTRY OCCURS 10 TIMES INDEXED BY EV-IX.
               10 EV-CODE             PIC X(04).
               10 EV-DESC             PIC X(20).
       77 EV-ENTRY-COUNT              PIC 9(02) COMP VALUE 10.

       01 WS-EVENT-COUNTS.
           05 EC-ENTRY OCCURS 10 TIMES.
               10 EC-RECEIVED         PIC 9(07) COMP.
               10 EC-EMAIL            PIC 9(07) COMP.
               10 EC-SMS              PIC 9(07) COMP.
               10 EC-LETTER           PIC 9(07) COMP.
               10 EC-HELD             PIC 9(07) COMP.
               10 EC-SUPPRESSED       PIC 9(07) COMP.
               10 EC-UNDELIVERABLE    PIC 9(07) COMP.

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(07) COMP VALUE 0.
           05 RC-EMAIL-WRITTEN        PIC 9(07) COMP VALUE 0.
           05 RC-SMS-WRITTEN          PIC 9(07) COMP VALUE 0.
           05 RC-LETTERS-WRITTEN      PIC 9(07) COMP VALUE 0.
           05 RC-HELD                 PIC 9(07) COMP VALUE 0.
           05 RC-SUPPRESSED           PIC 9(07) COMP VALUE 0.
           05 RC-UNDELIVERABLE        PIC 9(07) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(34) VALUE
              'CUSTOMER NOTIFICATION DISPATCH -  '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RT-RUN-HHMM         PIC 9(04).

       01 WS-UNDELIVERABLE-LINE.
           05 UL-EVENT            PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 UL-SOURCE           PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 UL-ID-TYPE          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 UL-CUSTOMER-ID      PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 UL-NAME             PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 UL-REASON           PIC X(40).

       01 WS-COUNT-HEADING.
           05 FILLER              PIC X(22) VALUE 'EVENT'.
           05 FILLER              PIC X(54) VALUE
              ' RECEIVED    EMAIL      SMS  LETTERS     HELD SUPPRESS'.
           05 FILLER              PIC X(10) VALUE ' UNDELIVER'.

       01 WS-COUNT-LINE.
           05 CL-DESC             PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CL-RECEIVED         PIC Z,ZZZ,ZZ9.
           05 CL-EMAIL            PIC Z,ZZZ,ZZ9.
           05 CL-SMS              PIC Z,ZZZ,ZZ9.
           05 CL-LETTER           PIC Z,ZZZ,ZZ9.
           05 CL-HELD             PIC Z,ZZZ,ZZ9.
           05 CL-SUPPRESSED       PIC Z,ZZZ,ZZ9.
           05 CL-UNDELIVERABLE    PIC ZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) + 1)
           INITIALIZE WS-EVENT-COUNTS

           OPEN INPUT Notify-Input
           IF NOT NOTIFY-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTIFY, STATUS="
                      NOTIFY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT Preference-File
           IF NOT NOTPREF-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTPREF, STATUS="
                      NOTPREF-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Email-Output
           IF NOT NOTEMAIL-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTEMAIL, STATUS="
                      NOTEMAIL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Sms-Output
           IF NOT NOTSMS-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTSMS, STATUS="
                      NOTSMS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Letter-Output
           IF NOT NOTLETR-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTLETR, STATUS="
                      NOTLETR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "NOTDISP: ERROR OPENING NOTDRPT, STATUS="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           MOVE 'UNDELIVERABLE NOTIFICATIONS' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER

           PERFORM DISPATCH-ONE-NOTIFICATION
               UNTIL INPUT-EOF

           IF RC-UNDELIVERABLE = 0
              MOVE 'NONE TODAY' TO WS-SECTION-LINE
              PERFORM WRITE-SECTION-TEXT
           END-IF

           PERFORM REPORT-EVENT-COUNTS

           CLOSE Notify-Input
           CLOSE Preference-File
           CLOSE Email-Output
           CLOSE Sms-Output
           CLOSE Letter-Output
           CLOSE Report-Output

           DISPLAY "======================================"
           DISPLAY " NOTDISP End-of-job reconciliation"
           DISPLAY "   NOTIFY records read     : " RC-RECORDS-READ
           DISPLAY "   Email written           : " RC-EMAIL-WRITTEN
           DISPLAY "   SMS written             : " RC-SMS-WRITTEN
           DISPLAY "   Letters written         : " RC-LETTERS-WRITTEN
           DISPLAY "   Held for quiet hours    : " RC-HELD
           DISPLAY "   Suppressed by customer  : " RC-SUPPRESSED
           DISPLAY "   Undeliverable           : " RC-UNDELIVERABLE
           DISPLAY "======================================"

           IF RC-UNDELIVERABLE > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DISPATCH-ONE-NOTIFICATION - reads the next notification and    *
      * sends, suppresses or rejects it by the customer's preferences. *
      *----------------------------------------------------------------*
       DISPATCH-ONE-NOTIFICATION SECTION.

           READ Notify-Input
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO DISPATCH-ONE-NOTIFICATION-EXIT
           END-READ
           ADD 1 TO RC-RECORDS-READ

           SET EV-IX TO 1
           SEARCH EV-ENTRY
               AT END
                   SET EV-IX TO EV-ENTRY-COUNT
               WHEN EV-IX = EV-ENTRY-COUNT
                   CONTINUE
               WHEN EV-CODE(EV-IX) = NOTIFY-EVENT
                   CONTINUE
           END-SEARCH
           SET WS-EV-SUB TO EV-IX
           ADD 1 TO EC-RECEIVED(WS-EV-SUB)

           MOVE 'S' TO WS-OUTCOME-SW
           MOVE 'N' TO WS-HELD-SW
           MOVE SPACES TO WS-UNDELIVERABLE-REASON

           MOVE NOTIFY-CUSTOMER TO NOTPREF-KEY
           READ Preference-File
           EVALUATE TRUE
               WHEN NOTPREF-NORMAL
                   CONTINUE
               WHEN NOTPREF-NOT-FOUND
                   MOVE 'U' TO WS-OUTCOME-SW
                   MOVE 'NO CONTACT PREFERENCES ON FILE'
                       TO WS-UNDELIVERABLE-REASON
               WHEN OTHER
                   MOVE 'U' TO WS-OUTCOME-SW
                   STRING 'NOTPREF READ ERROR, STATUS '
                              DELIMITED BY SIZE
                          NOTPREF-STATUS DELIMITED BY SIZE
                       INTO WS-UNDELIVERABLE-REASON
           END-EVALUATE

           IF OUTCOME-SENT
              PERFORM CHECK-ONE-OPT-OUT
                  VARYING WS-OPT-OUT-SUB FROM 1 BY 1
                  UNTIL WS-OPT-OUT-SUB > 8
                     OR OUTCOME-SUPPRESSED
           END-IF

           IF OUTCOME-SENT
              PERFORM SEND-TO-CHANNEL
           END-IF

           EVALUATE TRUE
               WHEN OUTCOME-SUPPRESSED
                   ADD 1 TO EC-SUPPRESSED(WS-EV-SUB)
                   ADD 1 TO RC-SUPPRESSED
               WHEN OUTCOME-UNDELIVERABLE
                   ADD 1 TO EC-UNDELIVERABLE(WS-EV-SUB)
                   ADD 1 TO RC-UNDELIVERABLE
                   PERFORM REPORT-UNDELIVERABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       DISPATCH-ONE-NOTIFICATION-EXIT.
           EXIT.

       CHECK-ONE-OPT-OUT SECTION.
           IF NOTPREF-OPT-OUT(WS-OPT-OUT-SUB) = NOTIFY-EVENT
              OR NOTPREF-OPT-OUT(WS-OPT-OUT-SUB) = 'ALL '
              MOVE 'X' TO WS-OUTCOME-SW
           END-IF
           .
       CHECK-ONE-OPT-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SEND-TO-CHANNEL - builds the NOTSEND record from the           *
      * notification and the customer's contact detail, and writes it  *
      * to the channel's file.                                         *
      *----------------------------------------------------------------*
       SEND-TO-CHANNEL SECTION.

           MOVE SPACES TO NOTSEND-RECORD
           MOVE NOTPREF-CHANNEL TO NOTSEND-CHANNEL
           MOVE WS-NOW-STAMP-N TO NOTSEND-RELEASE-STAMP
           MOVE NOTIFY-EVENT TO NOTSEND-EVENT
           MOVE NOTIFY-TIMESTAMP TO NOTSEND-EVENT-TIME
           MOVE NOTIFY-ID-TYPE TO NOTSEND-ID-TYPE
           MOVE NOTIFY-CUSTOMER-ID TO NOTSEND-CUSTOMER-ID
           MOVE NOTIFY-NAME TO NOTSEND-NAME
           MOVE NOTIFY-TEXT TO NOTSEND-TEXT

           EVALUATE TRUE
               WHEN NOTPREF-BY-EMAIL
                   AND NOTPREF-EMAIL = SPACES
                   MOVE 'EMAIL CHOSEN, NO EMAIL ADDRESS'
                       TO WS-UNDELIVERABLE-REASON
               WHEN NOTPREF-BY-SMS
                   AND NOTPREF-MOBILE = SPACES
                   MOVE 'SMS CHOSEN, NO MOBILE NUMBER'
                       TO WS-UNDELIVERABLE-REASON
               WHEN NOTPREF-BY-LETTER
                   AND NOTPREF-POSTAL-LINE(1) = SPACES
                   MOVE 'LETTER CHOSEN, NO POSTAL ADDRESS'
                       TO WS-UNDELIVERABLE-REASON
               WHEN NOT NOTPREF-BY-EMAIL
                   AND NOT NOTPREF-BY-SMS
                   AND NOT NOTPREF-BY-LETTER
                   MOVE 'NO VALID CHANNEL ON PREFERENCES'
                       TO WS-UNDELIVERABLE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-UNDELIVERABLE-REASON NOT = SPACES
              MOVE 'U' TO WS-OUTCOME-SW
              GO TO SEND-TO-CHANNEL-EXIT
           END-IF

           IF NOT NOTPREF-BY-LETTER
              PERFORM APPLY-QUIET-HOURS
           END-IF

           EVALUATE TRUE
               WHEN NOTPREF-BY-EMAIL
                   MOVE NOTPREF-EMAIL TO NOTSEND-DESTINATION
                   WRITE EMAIL-RECORD FROM NOTSEND-RECORD
                   IF NOTEMAIL-NORMAL
                      ADD 1 TO EC-EMAIL(WS-EV-SUB)
                      ADD 1 TO RC-EMAIL-WRITTEN
                   ELSE
                      MOVE 'NOTEMAIL WRITE FAILED'
                          TO WS-UNDELIVERABLE-REASON
                   END-IF
               WHEN NOTPREF-BY-SMS
                   MOVE NOTPREF-MOBILE TO NOTSEND-DESTINATION
                   WRITE SMS-RECORD FROM NOTSEND-RECORD
                   IF NOTSMS-NORMAL
                      ADD 1 TO EC-SMS(WS-EV-SUB)
                      ADD 1 TO RC-SMS-WRITTEN
                   ELSE
                      MOVE 'NOTSMS WRITE FAILED'
                          TO WS-UNDELIVERABLE-REASON
                   END-IF
               WHEN NOTPREF-BY-LETTER
                   MOVE NOTPREF-POSTAL-NAME TO NOTSEND-POSTAL-NAME
                   IF NOTSEND-POSTAL-NAME = SPACES
                      MOVE NOTIFY-NAME TO NOTSEND-POSTAL-NAME
                   END-IF
                   MOVE NOTPREF-POSTAL-LINE(1)
                       TO NOTSEND-POSTAL-LINE(1)
                   MOVE NOTPREF-POSTAL-LINE(2)
                       TO NOTSEND-POSTAL-LINE(2)
                   MOVE NOTPREF-POSTAL-LINE(3)
                       TO NOTSEND-POSTAL-LINE(3)
                   WRITE LETTER-RECORD FROM NOTSEND-RECORD
                   IF NOTLETR-NORMAL
                      ADD 1 TO EC-LETTER(WS-EV-SUB)
                      ADD 1 TO RC-LETTERS-WRITTEN
                   ELSE
                      MOVE 'NOTLETR WRITE FAILED'
                          TO WS-UNDELIVERABLE-REASON
                   END-IF
           END-EVALUATE

           IF WS-UNDELIVERABLE-REASON NOT = SPACES
              MOVE 'U' TO WS-OUTCOME-SW
           ELSE
              IF RELEASE-HELD
                 ADD 1 TO EC-HELD(WS-EV-SUB)
                 ADD 1 TO RC-HELD
              END-IF
           END-IF
           .
       SEND-TO-CHANNEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY-QUIET-HOURS - when the dispatch time falls inside the    *
      * customer's quiet window the release stamp becomes the end of   *
      * the window: later today, or tomorrow when the window wraps     *
      * past midnight and has not yet started its second half.         *
      *----------------------------------------------------------------*
       APPLY-QUIET-HOURS SECTION.

           IF NOTPREF-QUIET-FROM IS NOT NUMERIC
              OR NOTPREF-QUIET-TO IS NOT NUMERIC
              GO TO APPLY-QUIET-HOURS-EXIT
           END-IF
           MOVE NOTPREF-QUIET-FROM TO WS-QUIET-FROM
           MOVE NOTPREF-QUIET-TO TO WS-QUIET-TO
           MOVE WS-QUIET-TO TO WS-RELEASE-HHMM

           EVALUATE TRUE
               WHEN WS-QUIET-FROM < WS-QUIET-TO
                   AND WS-NOW-HHMM NOT < WS-QUIET-FROM
                   AND WS-NOW-HHMM < WS-QUIET-TO
                   MOVE WS-NOW-DATE TO WS-RELEASE-DATE
                   MOVE 'Y' TO WS-HELD-SW
               WHEN WS-QUIET-FROM > WS-QUIET-TO
                   AND WS-NOW-HHMM NOT < WS-QUIET-FROM
                   MOVE WS-TOMORROW TO WS-RELEASE-DATE
                   MOVE 'Y' TO WS-HELD-SW
               WHEN WS-QUIET-FROM > WS-QUIET-TO
                   AND WS-NOW-HHMM < WS-QUIET-TO
                   MOVE WS-NOW-DATE TO WS-RELEASE-DATE
                   MOVE 'Y' TO WS-HELD-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RELEASE-HELD
              MOVE WS-RELEASE-STAMP-N TO NOTSEND-RELEASE-STAMP
           END-IF
           .
       APPLY-QUIET-HOURS-EXIT.
           EXIT.

       REPORT-UNDELIVERABLE SECTION.
           MOVE NOTIFY-EVENT TO UL-EVENT
           MOVE NOTIFY-SOURCE TO UL-SOURCE
           MOVE NOTIFY-ID-TYPE TO UL-ID-TYPE
           MOVE NOTIFY-CUSTOMER-ID TO UL-CUSTOMER-ID
           MOVE NOTIFY-NAME TO UL-NAME
           MOVE WS-UNDELIVERABLE-REASON TO UL-REASON
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNDELIVERABLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-UNDELIVERABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-EVENT-COUNTS - one line per event, then the run totals. *
      *----------------------------------------------------------------*
       REPORT-EVENT-COUNTS SECTION.
           MOVE 'NOTIFICATIONS BY EVENT' TO WS-SECTION-LINE
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-ONE-EVENT
               VARYING WS-EV-SUB FROM 1 BY 1
               UNTIL WS-EV-SUB > EV-ENTRY-COUNT

           MOVE 'TOTAL' TO CL-DESC
           MOVE RC-RECORDS-READ TO CL-RECEIVED
           MOVE RC-EMAIL-WRITTEN TO CL-EMAIL
           MOVE RC-SMS-WRITTEN TO CL-SMS
           MOVE RC-LETTERS-WRITTEN TO CL-LETTER
           MOVE RC-HELD TO CL-HELD
           MOVE RC-SUPPRESSED TO CL-SUPPRESSED
           MOVE RC-UNDELIVERABLE TO CL-UNDELIVERABLE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-EVENT-COUNTS-EXIT.
           EXIT.

       REPORT-ONE-EVENT SECTION.
           MOVE EV-DESC(WS-EV-SUB) TO CL-DESC
           MOVE EC-RECEIVED(WS-EV-SUB) TO CL-RECEIVED
           MOVE EC-EMAIL(WS-EV-SUB) TO CL-EMAIL
           MOVE EC-SMS(WS-EV-SUB) TO CL-SMS
           MOVE EC-LETTER(WS-EV-SUB) TO CL-LETTER
           MOVE EC-HELD(WS-EV-SUB) TO CL-HELD
           MOVE EC-SUPPRESSED(WS-EV-SUB) TO CL-SUPPRESSED
           MOVE EC-UNDELIVERABLE(WS-EV-SUB) TO CL-UNDELIVERABLE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       REPORT-ONE-EVENT-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-NOW-DATE TO RT-RUN-DATE
           MOVE WS-NOW-HHMM TO RT-RUN-HHMM
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

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
