      * open LOANACCT account with unpaid LOANSCHD entries past their
      * due date, aged into 1-30, 31-60, 61-90 and 90+ day buckets
      * with the amount owing per account and book-level totals, so
      * collections works a list instead of a spreadsheet. Entries
      * deferred by an approved payment holiday (superseded on
      * LOANSCHD) are not aged. Every account in arrears is also
      * told so on the common NOTIFY file
      * through NOTIFPUT, and so is every applicant whose LOANOFFR
      * offer passed its expiry date unaccepted since the last run
      * (the offer is marked lapsed so it is told only once).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Loan-Offers ASSIGN TO LOANOFFR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANOFFR-KEY OF LOANOFFR-RECORD
              FILE STATUS IS LOANOFFR-STATUS-CODE.

           SELECT Report-Output ASSIGN TO ARRSRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Loan-Offers.
       COPY LOANOFFR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LOANOFFR-STATUS-CODE        PIC X(2).
           88 LOANOFFR-IO-NORMAL      VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANSCHD-EOF            VALUE 'Y'.
       01 WS-OFFER-EOF-SW             PIC X(01) VALUE 'N'.
           88 LOANOFFR-EOF            VALUE 'Y'.

      * Customer notification of arrears and of a lapsed offer.
       COPY NOTIFPRM SUPPRESS.
       COPY NOTIFY SUPPRESS.
       01 WS-NOTICE-FIELDS.
           05 WS-NOTICE-ENTRIES       PIC ZZ9.
           05 WS-NOTICE-OWING         PIC ZZZ,ZZ9.99.
           05 WS-NOTICE-AMOUNT        PIC Z(17)9.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 RC-ENTRIES-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ACCOUNTS-IN-ARREARS  PIC 9(06) COMP VALUE 0.
           05 RC-TOTAL-OWING          PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-OFFERS-LAPSED        PIC 9(06) COMP VALUE 0.
           05 RC-NOTICES-RAISED       PIC 9(06) COMP VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.

           PERFORM LAPSE-EXPIRED-OFFERS
           MOVE 'E' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD

           DISPLAY "======================================"
           DISPLAY " LOANARRS End-of-job reconciliation"
           DISPLAY "   Schedule entries read: " RC-ENTRIES-READ
           DISPLAY "   Accounts in arrears  : "
                   RC-ACCOUNTS-IN-ARREARS
           DISPLAY "   Offers lapsed        : " RC-OFFERS-LAPSED
           DISPLAY "   Customer notices     : " RC-NOTICES-RAISED
           DISPLAY "======================================".

       MAINLINE-EXIT.

      *----------------------------------------------------------------*
      * AGE-ONE-ENTRY - control break on account; an unpaid entry      *
      * past its due date joins the account's arrears. An entry a      *
      * payment holiday or restructure superseded is cleared and no    *
      * longer ages; what it owed now falls due on the new entries.    *
      *----------------------------------------------------------------*
       AGE-ONE-ENTRY SECTION.
           IF LOANSCHD-ACCOUNT NOT = WS-CURRENT-ACCOUNT
              PERFORM INIT-ACCOUNT-STATE
           END-IF

           IF NOT LOANSCHD-CLEARED
              AND LOANSCHD-DUE-DATE IS LESS THAN WS-RUN-DATE
              COMPUTE WS-DUE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(LOANSCHD-DUE-DATE)
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARREARS-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RAISE-ARREARS-NOTICE
           .
       FINISH-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RAISE-ARREARS-NOTICE - tells the borrower what they have       *
      * missed and what is owing.                                      *
      *----------------------------------------------------------------*
       RAISE-ARREARS-NOTICE SECTION.
           MOVE SPACES TO NOTIFY-RECORD
           MOVE 'LOANARRS' TO NOTIFY-SOURCE
           MOVE 'LARR' TO NOTIFY-EVENT
           MOVE 'L' TO NOTIFY-ID-TYPE
           MOVE WS-CURRENT-ACCOUNT TO NOTIFY-CUSTOMER-ID
           MOVE AL-NAME TO NOTIFY-NAME
           MOVE WS-ACCT-ENTRIES TO WS-NOTICE-ENTRIES
           MOVE WS-ACCT-OWING TO WS-NOTICE-OWING
           STRING 'LOAN ' WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                  ' IN ARREARS: ' DELIMITED BY SIZE
                  WS-NOTICE-ENTRIES DELIMITED BY SIZE
                  ' PAYMENT(S) MISSED, ' DELIMITED BY SIZE
                  WS-NOTICE-OWING DELIMITED BY SIZE
                  ' NOW OWING' DELIMITED BY SIZE
               INTO NOTIFY-TEXT
           PERFORM CALL-NOTIFPUT
           .
       RAISE-ARREARS-NOTICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LAPSE-EXPIRED-OFFERS - every offer still open past its expiry  *
      * date: the applicant is told and the offer marked lapsed. No    *
      * offers file is only a warning; the arrears run stands.         *
      *----------------------------------------------------------------*
       LAPSE-EXPIRED-OFFERS SECTION.
           OPEN I-O Loan-Offers
           IF NOT LOANOFFR-IO-NORMAL
              DISPLAY "WARNING: LOANOFFR unavailable, status="
                      LOANOFFR-STATUS-CODE
              GO TO LAPSE-EXPIRED-OFFERS-EXIT
           END-IF
           MOVE 'N' TO WS-OFFER-EOF-SW
           PERFORM LAPSE-ONE-OFFER
               UNTIL LOANOFFR-EOF
           CLOSE Loan-Offers
           .
       LAPSE-EXPIRED-OFFERS-EXIT.
           EXIT.

       LAPSE-ONE-OFFER SECTION.
           READ Loan-Offers NEXT RECORD
           IF NOT LOANOFFR-IO-NORMAL
              MOVE 'Y' TO WS-OFFER-EOF-SW
              GO TO LAPSE-ONE-OFFER-EXIT
           END-IF
           IF NOT LOANOFFR-OPEN
              OR LOANOFFR-EXPIRY-DATE IS NOT LESS THAN WS-RUN-DATE
              GO TO LAPSE-ONE-OFFER-EXIT
           END-IF

           MOVE 'X' TO LOANOFFR-STATUS
           REWRITE LOANOFFR-RECORD
           IF NOT LOANOFFR-IO-NORMAL
              DISPLAY "ERROR: LOANOFFR rewrite failed, status="
                      LOANOFFR-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO LAPSE-ONE-OFFER-EXIT
           END-IF
           ADD 1 TO RC-OFFERS-LAPSED

           MOVE SPACES TO NOTIFY-RECORD
           MOVE 'LOANARRS' TO NOTIFY-SOURCE
           MOVE 'LOFX' TO NOTIFY-EVENT
           MOVE 'L' TO NOTIFY-ID-TYPE
           MOVE LOANOFFR-NUMBER TO NOTIFY-CUSTOMER-ID
           MOVE LOANOFFR-NAME TO NOTIFY-NAME
           MOVE LOANOFFR-AMOUNT TO WS-NOTICE-AMOUNT
           STRING 'LOAN OFFER ' LOANOFFR-NUMBER DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  WS-NOTICE-AMOUNT DELIMITED BY SIZE
                  ' EXPIRED ' LOANOFFR-EXPIRY-DATE DELIMITED BY SIZE
               INTO NOTIFY-TEXT
           PERFORM CALL-NOTIFPUT
           .
       LAPSE-ONE-OFFER-EXIT.
           EXIT.

       CALL-NOTIFPUT SECTION.
           MOVE 'W' TO NOTIFPRM-FUNCTION
           CALL 'NOTIFPUT' USING NOTIFPRM-AREA NOTIFY-RECORD
           IF NOT NOTIFPRM-UNAVAILABLE
              ADD 1 TO RC-NOTICES-RAISED
           END-IF
           .
       CALL-NOTIFPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
