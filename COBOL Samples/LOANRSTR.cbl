       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANRSTR                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRSTR.
      * Monthly hardship report over the LNRESTR record of payment
      * holidays and restructures confirmed on LNHMNT, in two parts:
      *   ACTIVE PAYMENT HOLIDAYS - every holiday on an open account
      *       whose deferred instalments were due up to a date not
      *       yet passed, with the instalments deferred, the interest
      *       capitalised and who proposed and confirmed it;
      *   RESTRUCTURED ACCOUNTS   - every restructure of an account
      *       still open, with its new term, rate and payment.
      * A change confirmed in the 31 days to the run date is marked
      * NEW. Book-level counts and the interest capitalised close the
      * report.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Restructures ASSIGN TO LNRESTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LNRESTR-KEY OF LNRESTR-RECORD
              FILE STATUS IS LNRESTR-STATUS-CODE.

           SELECT Report-Output ASSIGN TO RSTRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Restructures.
       COPY LNRESTR SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LNRESTR-STATUS-CODE         PIC X(2).
           88 LNRESTR-IO-NORMAL       VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LNRESTR-EOF             VALUE 'Y'.
       01 WS-PART-SW                  PIC X(01) VALUE 'H'.
           88 LISTING-HOLIDAYS        VALUE 'H'.
           88 LISTING-RESTRUCTURES    VALUE 'R'.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-NEW-SINCE            PIC 9(08).

       01 RECONCILIATION-COUNTS.
           05 RC-RECORDS-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ACTIVE-HOLIDAYS      PIC 9(06) COMP VALUE 0.
           05 RC-RESTRUCTURED         PIC 9(06) COMP VALUE 0.
           05 RC-NEW-THIS-MONTH       PIC 9(06) COMP VALUE 0.
           05 RC-CLOSED-SKIPPED       PIC 9(06) COMP VALUE 0.
           05 RC-INSTALMENTS-DEFERRED PIC 9(08) COMP VALUE 0.
           05 RC-HOLIDAY-CAPITALISED  PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-RSTR-CAPITALISED     PIC 9(11)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN HOLIDAY AND RESTRUCTURE REPORT '.
           05 FILLER              PIC X(02) VALUE '- '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-PART-HEADING         PIC X(40).

       01 WS-HOLIDAY-LINE.
           05 HL-NEW              PIC X(04).
           05 HL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HL-NAME             PIC X(20).
           05 FILLER              PIC X(10) VALUE ' DEFERRED:'.
           05 HL-DEFERRED         PIC ZZ9.
           05 FILLER              PIC X(07) VALUE '  FROM '.
           05 HL-FROM             PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 HL-TO               PIC 9(08).
           05 FILLER              PIC X(08) VALUE '  CAP.: '.
           05 HL-CAPITALISED      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HL-REASON           PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 HL-PROPOSED-BY      PIC X(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 HL-CONFIRMED-BY     PIC X(08).

       01 WS-RESTRUCTURE-LINE.
           05 RL-NEW              PIC X(04).
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-NAME             PIC X(20).
           05 FILLER              PIC X(03) VALUE ' ON'.
           05 RL-APPLIED          PIC X(09).
           05 FILLER              PIC X(07) VALUE ' TERM: '.
           05 RL-TERM             PIC ZZ9.
           05 FILLER              PIC X(08) VALUE '  RATE: '.
           05 RL-RATE             PIC -ZZZ9.
           05 FILLER              PIC X(07) VALUE '  PMT: '.
           05 RL-PAYMENT          PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(08) VALUE '  CAP.: '.
           05 RL-CAPITALISED      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-REASON           PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-PROPOSED-BY      PIC X(08).
           05 FILLER              PIC X(01) VALUE '/'.
           05 RL-CONFIRMED-BY     PIC X(08).

       01 WS-COUNT-LINE.
           05 CL-LABEL            PIC X(30).
           05 CL-COUNT            PIC ZZZ,ZZ9.

       01 WS-AMOUNT-LINE.
           05 ML-LABEL            PIC X(30).
           05 ML-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-NEW-SINCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 31)

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open RSTRRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           MOVE 'H' TO WS-PART-SW
           MOVE 'ACTIVE PAYMENT HOLIDAYS' TO WS-PART-HEADING
           PERFORM LIST-ONE-PART
           IF RETURN-CODE = 0
              MOVE 'R' TO WS-PART-SW
              MOVE 'RESTRUCTURED ACCOUNTS' TO WS-PART-HEADING
              PERFORM LIST-ONE-PART
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Report-Output.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANRSTR End-of-job reconciliation"
           DISPLAY "   LNRESTR records read : " RC-RECORDS-READ
           DISPLAY "   Active holidays      : " RC-ACTIVE-HOLIDAYS
           DISPLAY "   Restructured accounts: " RC-RESTRUCTURED
           DISPLAY "   New in last 31 days  : " RC-NEW-THIS-MONTH
           DISPLAY "   Closed accounts left : " RC-CLOSED-SKIPPED
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LIST-ONE-PART - one pass of LNRESTR for the part being listed, *
      * under its own heading.                                         *
      *----------------------------------------------------------------*
       LIST-ONE-PART SECTION.
           OPEN INPUT Loan-Restructures
           IF NOT LNRESTR-IO-NORMAL
              DISPLAY "ERROR: unable to open LNRESTR, status="
                      LNRESTR-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO LIST-ONE-PART-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PART-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF-SW
           PERFORM LIST-ONE-RECORD
               UNTIL LNRESTR-EOF

           CLOSE Loan-Restructures
           .
       LIST-ONE-PART-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST-ONE-RECORD - a holiday still running, or a restructure,   *
      * on an account that is still open.                              *
      *----------------------------------------------------------------*
       LIST-ONE-RECORD SECTION.
           READ Loan-Restructures NEXT RECORD
           IF NOT LNRESTR-IO-NORMAL
              MOVE 'Y' TO WS-EOF-SW
              GO TO LIST-ONE-RECORD-EXIT
           END-IF
           IF LISTING-HOLIDAYS
              ADD 1 TO RC-RECORDS-READ
           END-IF

           IF LISTING-HOLIDAYS
              IF NOT LNRESTR-HOLIDAY
                 OR LNRESTR-HOLIDAY-TO < WS-RUN-DATE
                 GO TO LIST-ONE-RECORD-EXIT
              END-IF
           ELSE
              IF NOT LNRESTR-RESTRUCTURE
                 GO TO LIST-ONE-RECORD-EXIT
              END-IF
           END-IF

           MOVE LNRESTR-ACCOUNT TO LOANACCT-NUMBER
           READ Loan-Accounts KEY IS LOANACCT-KEY OF
                                     LOANACCT-RECORD
           IF NOT LOANACCT-IO-NORMAL
              MOVE SPACES TO LOANACCT-NAME
              MOVE 'O' TO LOANACCT-STATUS
           END-IF
           IF NOT LOANACCT-OPEN
              ADD 1 TO RC-CLOSED-SKIPPED
              GO TO LIST-ONE-RECORD-EXIT
           END-IF

           IF LISTING-HOLIDAYS
              PERFORM WRITE-HOLIDAY-LINE
           ELSE
              PERFORM WRITE-RESTRUCTURE-LINE
           END-IF
           .
       LIST-ONE-RECORD-EXIT.
           EXIT.

       WRITE-HOLIDAY-LINE SECTION.
           ADD 1 TO RC-ACTIVE-HOLIDAYS
           ADD LNRESTR-DEFERRED TO RC-INSTALMENTS-DEFERRED
           ADD LNRESTR-CAPITALISED TO RC-HOLIDAY-CAPITALISED
           IF LNRESTR-APPLIED-AT(1:8) > WS-NEW-SINCE
              MOVE 'NEW ' TO HL-NEW
              ADD 1 TO RC-NEW-THIS-MONTH
           ELSE
              MOVE SPACES TO HL-NEW
           END-IF
           MOVE LNRESTR-ACCOUNT TO HL-ACCOUNT
           MOVE LOANACCT-NAME TO HL-NAME
           MOVE LNRESTR-DEFERRED TO HL-DEFERRED
           MOVE LNRESTR-HOLIDAY-FROM TO HL-FROM
           MOVE LNRESTR-HOLIDAY-TO TO HL-TO
           MOVE LNRESTR-CAPITALISED TO HL-CAPITALISED
           MOVE LNRESTR-REASON-CODE TO HL-REASON
           MOVE LNRESTR-PROPOSED-BY TO HL-PROPOSED-BY
           MOVE LNRESTR-CONFIRMED-BY TO HL-CONFIRMED-BY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HOLIDAY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-HOLIDAY-LINE-EXIT.
           EXIT.

       WRITE-RESTRUCTURE-LINE SECTION.
           ADD 1 TO RC-RESTRUCTURED
           ADD LNRESTR-CAPITALISED TO RC-RSTR-CAPITALISED
           IF LNRESTR-APPLIED-AT(1:8) > WS-NEW-SINCE
              MOVE 'NEW ' TO RL-NEW
              ADD 1 TO RC-NEW-THIS-MONTH
           ELSE
              MOVE SPACES TO RL-NEW
           END-IF
           MOVE LNRESTR-ACCOUNT TO RL-ACCOUNT
           MOVE LOANACCT-NAME TO RL-NAME
           MOVE SPACES TO RL-APPLIED
           MOVE LNRESTR-APPLIED-AT(1:8) TO RL-APPLIED(2:8)
           MOVE LNRESTR-TERM-MONTHS TO RL-TERM
           MOVE LNRESTR-NEW-RATE TO RL-RATE
           MOVE LNRESTR-NEW-PAYMENT TO RL-PAYMENT
           MOVE LNRESTR-CAPITALISED TO RL-CAPITALISED
           MOVE LNRESTR-REASON-CODE TO RL-REASON
           MOVE LNRESTR-PROPOSED-BY TO RL-PROPOSED-BY
           MOVE LNRESTR-CONFIRMED-BY TO RL-CONFIRMED-BY
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RESTRUCTURE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-RESTRUCTURE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACTIVE PAYMENT HOLIDAYS:      ' TO CL-LABEL.
           MOVE RC-ACTIVE-HOLIDAYS TO CL-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'INSTALMENTS DEFERRED:         ' TO CL-LABEL.
           MOVE RC-INSTALMENTS-DEFERRED TO CL-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'RESTRUCTURED ACCOUNTS:        ' TO CL-LABEL.
           MOVE RC-RESTRUCTURED TO CL-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.
           MOVE 'NEW IN THE LAST 31 DAYS:      ' TO CL-LABEL.
           MOVE RC-NEW-THIS-MONTH TO CL-COUNT.
           PERFORM WRITE-ONE-COUNT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'HOLIDAY INTEREST CAPITALISED: ' TO ML-LABEL.
           MOVE RC-HOLIDAY-CAPITALISED TO ML-AMOUNT.
           PERFORM WRITE-ONE-AMOUNT-LINE.
           MOVE 'RESTRUCTURE INT. CAPITALISED: ' TO ML-LABEL.
           MOVE RC-RSTR-CAPITALISED TO ML-AMOUNT.
           PERFORM WRITE-ONE-AMOUNT-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-COUNT-LINE-EXIT.
           EXIT.

       WRITE-ONE-AMOUNT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-AMOUNT-LINE-EXIT.
           EXIT.
