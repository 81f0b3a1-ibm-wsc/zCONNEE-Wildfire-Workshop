       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANBUR                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBUR.
      * Month-end credit bureau extract for the loan book: one
      * LNBUREAU detail record on BUREAUOT, between the bureau's
      * header and trailer, for every LOANACCT account open at the
      * month end, written off, or closed within BURCLOSEDAYS
      * (default 90) of it. The balance, the scheduled payment (the
      * next entry falling due), the amount past due and the account
      * status code are derived from the LOANSCHD schedule as it
      * stood at the month end, with the 24 month-ends before it as
      * the payment history; a written-off loan reports what is left
      * of its LNCHGOFF charge-off after recoveries. An account the
      * borrower disputes on LNDISPUT carries compliance code XB, and
      * XH the month the dispute is resolved. Any LNBURREJ rejection
      * loaded from the bureau for an account is marked resubmitted
      * when the account goes out again. The month is PARM yyyymm,
      * defaulting to the current month, and the subscriber code the
      * bureau knows us by is the BURSUBSCRIBER run parameter.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Charge-Offs ASSIGN TO LNCHGOFF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNCHGOFF-KEY OF LNCHGOFF-RECORD
              FILE STATUS IS LNCHGOFF-STATUS-CODE.

           SELECT Disputes ASSIGN TO LNDISPUT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LNDISPUT-KEY OF LNDISPUT-RECORD
              FILE STATUS IS LNDISPUT-STATUS-CODE.

           SELECT Bureau-Rejections ASSIGN TO LNBURREJ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNBURREJ-KEY OF LNBURREJ-RECORD
              FILE STATUS IS LNBURREJ-STATUS-CODE.

           SELECT Bureau-Output ASSIGN TO BUREAUOT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BUREAUOT-STATUS.

           SELECT Report-Output ASSIGN TO LBURRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Charge-Offs.
       COPY LNCHGOFF SUPPRESS.

       FD  Disputes.
       COPY LNDISPUT SUPPRESS.

       FD  Bureau-Rejections.
       COPY LNBURREJ SUPPRESS.

       FD  Bureau-Output
           RECORD CONTAINS 200 CHARACTERS.
       COPY LNBUREAU SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LNCHGOFF-STATUS-CODE        PIC X(2).
           88 LNCHGOFF-IO-NORMAL      VALUE '00'.
       01 LNDISPUT-STATUS-CODE        PIC X(2).
           88 LNDISPUT-IO-NORMAL      VALUE '00'.
       01 LNBURREJ-STATUS-CODE        PIC X(2).
           88 LNBURREJ-IO-NORMAL      VALUE '00'.
       01 BUREAUOT-STATUS             PIC X(2).
           88 BUREAUOT-NORMAL         VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANACCT-EOF            VALUE 'Y'.
       01 WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88 READ-DONE               VALUE 'Y'.
      * Without LNCHGOFF a written-off loan reports no balance;
      * without LNDISPUT no compliance codes go out; without LNBURREJ
      * no rejections are marked resubmitted.
       01 WS-CHGOFF-SW                PIC X(01) VALUE 'Y'.
           88 CHGOFF-AVAILABLE        VALUE 'Y'.
       01 WS-DISPUTES-SW              PIC X(01) VALUE 'Y'.
           88 DISPUTES-AVAILABLE      VALUE 'Y'.
       01 WS-REJECTS-SW               PIC X(01) VALUE 'Y'.
           88 REJECTS-AVAILABLE       VALUE 'Y'.

      * Subscriber code and the closed-account window from the
      * run-parameter registry.
       COPY RUNPLOOK.
       01 WS-PARM-FIELDS.
           05 WS-SUBSCRIBER           PIC X(10) VALUE SPACES.
           05 WS-CLOSE-DAYS-ENV       PIC X(08) VALUE SPACES.
           05 WS-CLOSE-DAYS           PIC 9(03) VALUE 90.

      * The month being reported, yyyymm, from the JCL PARM;
      * defaults to the current month.
       01 WS-REPORT-MONTH.
           05 WS-REPORT-YYYY          PIC 9(04).
           05 WS-REPORT-MM            PIC 9(02).
       01 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH
                                      PIC 9(06).

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-MONTH-END-DATE       PIC 9(08).
           05 WS-MONTH-END-INT        PIC 9(08) COMP.
           05 WS-DUE-DATE-INT         PIC 9(08) COMP.
           05 WS-CLOSED-INT           PIC 9(08) COMP.
           05 WS-DAYS                 PIC S9(07) COMP.
           05 WS-FIRST-OF-MONTH.
               10 WS-FIRST-YYYY       PIC 9(04).
               10 WS-FIRST-MM         PIC 9(02).
               10 WS-FIRST-DD         PIC 9(02).
           05 WS-FIRST-DATE REDEFINES WS-FIRST-OF-MONTH
                                      PIC 9(08).

      * The 24 month-ends before the reported one, latest first, and
      * the account's oldest days late at each.
       01 WS-HISTORY-TABLE.
           05 HT-ENTRY OCCURS 24 TIMES INDEXED BY HT-IX.
               10 HT-MONTH-END-INT    PIC 9(08) COMP.
               10 HT-MONTH-END-DATE   PIC 9(08).
               10 HT-DAYS-LATE        PIC 9(05) COMP.

      * The account being reported.
       01 WS-ACCT-FIELDS.
           05 WS-PAST-DUE             PIC 9(11)V99 COMP-3.
           05 WS-DAYS-LATE            PIC 9(05) COMP.
           05 WS-SCHEDULED            PIC 9(09)V99 COMP-3.
           05 WS-LAST-PAID            PIC 9(08).
           05 WS-CLOSED-DATE          PIC 9(08).
           05 WS-BALANCE              PIC S9(13)V99 COMP-3.
           05 WS-CHARGED-OFF          PIC S9(13)V99 COMP-3.
           05 WS-STATUS-CODE          PIC X(02).
           05 WS-COMPLIANCE           PIC X(02).
           05 WS-HISTORY              PIC X(24).
           05 WS-ENTRY-CLEARED-SW     PIC X(01).
               88 ENTRY-CLEARED-BY-THEN VALUE 'Y'.
           05 WS-ENTRY-OWING          PIC 9(09)V99 COMP-3.
           05 WS-NOTE                 PIC X(40).

       01 RECONCILIATION-COUNTS.
           05 RC-ACCOUNTS-READ        PIC 9(06) COMP VALUE 0.
           05 RC-NOT-YET-OPEN         PIC 9(06) COMP VALUE 0.
           05 RC-CLOSED-BEFORE        PIC 9(06) COMP VALUE 0.
           05 RC-DETAILS-WRITTEN      PIC 9(06) COMP VALUE 0.
           05 RC-CURRENT              PIC 9(06) COMP VALUE 0.
           05 RC-DELINQUENT           PIC 9(06) COMP VALUE 0.
           05 RC-CLOSED               PIC 9(06) COMP VALUE 0.
           05 RC-CHARGED-OFF          PIC 9(06) COMP VALUE 0.
           05 RC-DISPUTED             PIC 9(06) COMP VALUE 0.
           05 RC-DISPUTES-RESOLVED    PIC 9(06) COMP VALUE 0.
           05 RC-REJECTS-RESUBMITTED  PIC 9(06) COMP VALUE 0.
           05 RC-NO-CHARGE-OFF        PIC 9(06) COMP VALUE 0.
           05 RC-RECORDS-WRITTEN      PIC 9(08) COMP VALUE 0.
           05 RC-TOTAL-BALANCE        PIC 9(13) COMP-3 VALUE 0.
           05 RC-TOTAL-PAST-DUE       PIC 9(13) COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN CREDIT BUREAU EXTRACT -        '.
           05 RT-MONTH            PIC X(06).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(13) VALUE '  SUBSCRIBER '.
           05 RT-SUBSCRIBER       PIC X(10).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(04) VALUE 'ST'.
           05 FILLER              PIC X(14) VALUE '       BALANCE'.
           05 FILLER              PIC X(14) VALUE '      PAST DUE'.
           05 FILLER              PIC X(07) VALUE '   DAYS'.
           05 FILLER              PIC X(04) VALUE '  CC'.
           05 FILLER              PIC X(26) VALUE
              '  HISTORY (LATEST FIRST)'.
           05 FILLER              PIC X(04) VALUE 'NOTE'.

       01 WS-RESULT-LINE.
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-STATUS           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-BALANCE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 RL-PAST-DUE         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-DAYS             PIC Z,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-COMPLIANCE       PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-HISTORY          PIC X(24).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(40).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(30).
           05 TL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(06).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH >= 6
              AND PARM-DATA(1:6) IS NUMERIC
              MOVE PARM-DATA(1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
              DISPLAY "ERROR: PARM month must be yyyymm, got "
                      WS-REPORT-MONTH
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOOK-UP-BUREAU-PARAMETERS
           IF WS-SUBSCRIBER = SPACES
              DISPLAY "ERROR: no BURSUBSCRIBER subscriber code set"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-MONTH-ENDS

           OPEN INPUT Loan-Accounts
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT Loan-Schedule
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANSCHD, status="
                      LOANSCHD-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN OUTPUT Bureau-Output
           IF NOT BUREAUOT-NORMAL
              DISPLAY "ERROR: unable to open BUREAUOT, status="
                      BUREAUOT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open LBURRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Bureau-Output
              GOBACK
           END-IF

           OPEN INPUT Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              DISPLAY "WARNING: LNCHGOFF unavailable, status="
                      LNCHGOFF-STATUS-CODE
                      " - written-off loans report no balance"
              MOVE 'N' TO WS-CHGOFF-SW
           END-IF

           OPEN I-O Disputes
           IF NOT LNDISPUT-IO-NORMAL
              DISPLAY "WARNING: LNDISPUT unavailable, status="
                      LNDISPUT-STATUS-CODE
                      " - no disputes flagged"
              MOVE 'N' TO WS-DISPUTES-SW
           END-IF

           OPEN I-O Bureau-Rejections
           IF NOT LNBURREJ-IO-NORMAL
              DISPLAY "WARNING: LNBURREJ unavailable, status="
                      LNBURREJ-STATUS-CODE
                      " - no rejections marked resubmitted"
              MOVE 'N' TO WS-REJECTS-SW
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-BUREAU-HEADER

           PERFORM READ-NEXT-ACCOUNT
           PERFORM REPORT-ONE-ACCOUNT
               UNTIL LOANACCT-EOF

           PERFORM WRITE-BUREAU-TRAILER
           PERFORM WRITE-REPORT-TOTALS

           IF CHGOFF-AVAILABLE
              CLOSE Charge-Offs
           END-IF.
           IF DISPUTES-AVAILABLE
              CLOSE Disputes
           END-IF.
           IF REJECTS-AVAILABLE
              CLOSE Bureau-Rejections
           END-IF.
           CLOSE Report-Output.
           CLOSE Bureau-Output.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANBUR End-of-job reconciliation"
           DISPLAY "   Reporting month      : " WS-REPORT-MONTH
           DISPLAY "   Accounts read        : " RC-ACCOUNTS-READ
           DISPLAY "   Opened after month   : " RC-NOT-YET-OPEN
           DISPLAY "   Closed, not reported : " RC-CLOSED-BEFORE
           DISPLAY "   Detail records       : " RC-DETAILS-WRITTEN
           DISPLAY "     current            : " RC-CURRENT
           DISPLAY "     delinquent         : " RC-DELINQUENT
           DISPLAY "     paid and closed    : " RC-CLOSED
           DISPLAY "     charged off        : " RC-CHARGED-OFF
           DISPLAY "   Disputed (XB)        : " RC-DISPUTED
           DISPLAY "   Disputes resolved(XH): "
                   RC-DISPUTES-RESOLVED
           DISPLAY "   Rejects resubmitted  : "
                   RC-REJECTS-RESUBMITTED
           DISPLAY "   Records on BUREAUOT  : " RC-RECORDS-WRITTEN
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOOK-UP-BUREAU-PARAMETERS - our subscriber code at the bureau, *
      * and how many days after closing an account is still reported.  *
      *----------------------------------------------------------------*
       LOOK-UP-BUREAU-PARAMETERS SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANBUR' TO RUNPLOOK-PROGRAM
           MOVE 'BURSUBSCRIBER' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:10) TO WS-SUBSCRIBER
           ELSE
              DISPLAY "BURSUBSCRIBER" UPON ENVIRONMENT-NAME
              ACCEPT WS-SUBSCRIBER FROM ENVIRONMENT-VALUE
           END-IF

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANBUR' TO RUNPLOOK-PROGRAM
           MOVE 'BURCLOSEDAYS' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-CLOSE-DAYS-ENV
           ELSE
              DISPLAY "BURCLOSEDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-CLOSE-DAYS-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           IF WS-CLOSE-DAYS-ENV NOT = SPACES
              COMPUTE WS-CLOSE-DAYS =
                  FUNCTION NUMVAL(WS-CLOSE-DAYS-ENV)
           END-IF
           .
       LOOK-UP-BUREAU-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-MONTH-ENDS - the reported month's last day, and the last   *
      * day of each of the 24 months before it: each is the day before *
      * the first of the month after it.                               *
      *----------------------------------------------------------------*
       SET-MONTH-ENDS SECTION.
           MOVE WS-REPORT-YYYY TO WS-FIRST-YYYY
           MOVE WS-REPORT-MM TO WS-FIRST-MM
           MOVE 1 TO WS-FIRST-DD
           PERFORM STEP-FORWARD-ONE-MONTH
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)

           MOVE WS-REPORT-YYYY TO WS-FIRST-YYYY
           MOVE WS-REPORT-MM TO WS-FIRST-MM
           PERFORM SET-ONE-MONTH-END
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > 24
           .
       SET-MONTH-ENDS-EXIT.
           EXIT.

       SET-ONE-MONTH-END SECTION.
           COMPUTE HT-MONTH-END-INT(HT-IX) =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) - 1
           COMPUTE HT-MONTH-END-DATE(HT-IX) =
               FUNCTION DATE-OF-INTEGER(HT-MONTH-END-INT(HT-IX))
           IF WS-FIRST-MM = 1
              MOVE 12 TO WS-FIRST-MM
              SUBTRACT 1 FROM WS-FIRST-YYYY
           ELSE
              SUBTRACT 1 FROM WS-FIRST-MM
           END-IF
           .
       SET-ONE-MONTH-END-EXIT.
           EXIT.

       STEP-FORWARD-ONE-MONTH SECTION.
           IF WS-FIRST-MM = 12
              MOVE 1 TO WS-FIRST-MM
              ADD 1 TO WS-FIRST-YYYY
           ELSE
              ADD 1 TO WS-FIRST-MM
           END-IF
           .
       STEP-FORWARD-ONE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-ONE-ACCOUNT - derive the account's month-end position   *
      * from its schedule and write its bureau record, unless it was   *
      * opened after the month end or closed too long before it.       *
      *----------------------------------------------------------------*
       REPORT-ONE-ACCOUNT SECTION.
           IF LOANACCT-OPENED-DATE IS GREATER THAN WS-MONTH-END-DATE
              ADD 1 TO RC-NOT-YET-OPEN
              GO TO REPORT-ONE-ACCOUNT-NEXT
           END-IF

           MOVE 0 TO WS-PAST-DUE
           MOVE 0 TO WS-DAYS-LATE
           MOVE 0 TO WS-SCHEDULED
           MOVE 0 TO WS-LAST-PAID
           MOVE 0 TO WS-CLOSED-DATE
           MOVE 0 TO WS-CHARGED-OFF
           MOVE SPACES TO WS-NOTE
           PERFORM CLEAR-ONE-HISTORY-MONTH
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > 24

           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT
           MOVE 0 TO LOANSCHD-SEQ
           START Loan-Schedule KEY IS GREATER THAN
                                   LOANSCHD-KEY OF LOANSCHD-RECORD
           IF LOANSCHD-IO-NORMAL
              MOVE 'N' TO WS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           PERFORM AGE-ONE-ENTRY
               UNTIL READ-DONE

      * A closed account goes out until BURCLOSEDAYS after it closed
           IF LOANACCT-CLOSED
              IF WS-CLOSED-DATE = 0
                 MOVE LOANACCT-OPENED-DATE TO WS-CLOSED-DATE
              END-IF
              COMPUTE WS-CLOSED-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
              IF WS-MONTH-END-INT - WS-CLOSED-INT > WS-CLOSE-DAYS
                 ADD 1 TO RC-CLOSED-BEFORE
                 GO TO REPORT-ONE-ACCOUNT-NEXT
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN LOANACCT-WRITTEN-OFF
                 PERFORM SET-CHARGED-OFF-POSITION
              WHEN LOANACCT-CLOSED
                 MOVE '13' TO WS-STATUS-CODE
                 MOVE 0 TO WS-BALANCE
                 MOVE 0 TO WS-PAST-DUE
                 MOVE 0 TO WS-DAYS-LATE
                 MOVE 0 TO WS-SCHEDULED
                 ADD 1 TO RC-CLOSED
              WHEN OTHER
                 MOVE 0 TO WS-CLOSED-DATE
                 MOVE LOANACCT-BALANCE TO WS-BALANCE
                 PERFORM SET-DELINQUENCY-STATUS
           END-EVALUATE

           PERFORM BUILD-PAYMENT-HISTORY
           PERFORM CHECK-DISPUTE
           PERFORM WRITE-BUREAU-DETAIL
           PERFORM MARK-REJECTS-RESUBMITTED
           .
       REPORT-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT
           .
       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

       CLEAR-ONE-HISTORY-MONTH SECTION.
           MOVE 0 TO HT-DAYS-LATE(HT-IX)
           .
       CLEAR-ONE-HISTORY-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AGE-ONE-ENTRY - an entry due before a month end and not yet    *
      * cleared by it was late then, by the days since it fell due.    *
      * Superseded entries were replaced by a holiday or restructure   *
      * and are never counted late.                                    *
      *----------------------------------------------------------------*
       AGE-ONE-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              OR LOANSCHD-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-DONE-SW
              GO TO AGE-ONE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-SUPERSEDED
              GO TO AGE-ONE-ENTRY-EXIT
           END-IF

           IF LOANSCHD-CLEARED
              AND LOANSCHD-PAID-DATE IS GREATER THAN WS-CLOSED-DATE
              MOVE LOANSCHD-PAID-DATE TO WS-CLOSED-DATE
           END-IF
           IF (LOANSCHD-PAID OR LOANSCHD-SETTLED-EARLY)
              AND LOANSCHD-PAID-DATE IS NOT GREATER THAN
                  WS-MONTH-END-DATE
              AND LOANSCHD-PAID-DATE IS GREATER THAN WS-LAST-PAID
              MOVE LOANSCHD-PAID-DATE TO WS-LAST-PAID
           END-IF

      * The scheduled payment is the first entry due after the month
      * end that is still owed
           IF LOANSCHD-DUE-DATE IS GREATER THAN WS-MONTH-END-DATE
              IF WS-SCHEDULED = 0
                 AND NOT LOANSCHD-CLEARED
                 MOVE LOANSCHD-AMOUNT-DUE TO WS-SCHEDULED
              END-IF
              GO TO AGE-ONE-ENTRY-EXIT
           END-IF

           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LOANSCHD-DUE-DATE)

           IF LOANSCHD-DUE-DATE IS LESS THAN WS-MONTH-END-DATE
              MOVE 'N' TO WS-ENTRY-CLEARED-SW
              IF LOANSCHD-CLEARED
                 AND LOANSCHD-PAID-DATE IS NOT GREATER THAN
                     WS-MONTH-END-DATE
                 MOVE 'Y' TO WS-ENTRY-CLEARED-SW
              END-IF
              IF NOT ENTRY-CLEARED-BY-THEN
                 IF LOANSCHD-CLEARED
                    MOVE LOANSCHD-AMOUNT-DUE TO WS-ENTRY-OWING
                 ELSE
                    COMPUTE WS-ENTRY-OWING =
                        LOANSCHD-AMOUNT-DUE - LOANSCHD-AMOUNT-PAID
                 END-IF
                 ADD WS-ENTRY-OWING TO WS-PAST-DUE
                 COMPUTE WS-DAYS = WS-MONTH-END-INT - WS-DUE-DATE-INT
                 IF WS-DAYS IS GREATER THAN WS-DAYS-LATE
                    MOVE WS-DAYS TO WS-DAYS-LATE
                 END-IF
              END-IF
           END-IF

           PERFORM AGE-AT-ONE-MONTH-END
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > 24
           .
       AGE-ONE-ENTRY-EXIT.
           EXIT.

       AGE-AT-ONE-MONTH-END SECTION.
           IF LOANSCHD-DUE-DATE IS NOT LESS THAN
                  HT-MONTH-END-DATE(HT-IX)
              GO TO AGE-AT-ONE-MONTH-END-EXIT
           END-IF
           IF LOANSCHD-CLEARED
              AND LOANSCHD-PAID-DATE IS NOT GREATER THAN
                  HT-MONTH-END-DATE(HT-IX)
              GO TO AGE-AT-ONE-MONTH-END-EXIT
           END-IF
           COMPUTE WS-DAYS =
               HT-MONTH-END-INT(HT-IX) - WS-DUE-DATE-INT
           IF WS-DAYS IS GREATER THAN HT-DAYS-LATE(HT-IX)
              MOVE WS-DAYS TO HT-DAYS-LATE(HT-IX)
           END-IF
           .
       AGE-AT-ONE-MONTH-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-DELINQUENCY-STATUS - the status code of an open account    *
      * from its oldest days late at the month end.                    *
      *----------------------------------------------------------------*
       SET-DELINQUENCY-STATUS SECTION.
           EVALUATE TRUE
              WHEN WS-DAYS-LATE IS LESS THAN 30
                 MOVE '11' TO WS-STATUS-CODE
              WHEN WS-DAYS-LATE IS LESS THAN 60
                 MOVE '71' TO WS-STATUS-CODE
              WHEN WS-DAYS-LATE IS LESS THAN 90
                 MOVE '78' TO WS-STATUS-CODE
              WHEN WS-DAYS-LATE IS LESS THAN 120
                 MOVE '80' TO WS-STATUS-CODE
              WHEN WS-DAYS-LATE IS LESS THAN 150
                 MOVE '82' TO WS-STATUS-CODE
              WHEN WS-DAYS-LATE IS LESS THAN 180
                 MOVE '83' TO WS-STATUS-CODE
              WHEN OTHER
                 MOVE '84' TO WS-STATUS-CODE
           END-EVALUATE
           IF WS-STATUS-CODE = '11'
              ADD 1 TO RC-CURRENT
           ELSE
              ADD 1 TO RC-DELINQUENT
           END-IF
           .
       SET-DELINQUENCY-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-CHARGED-OFF-POSITION - a written-off loan reports the      *
      * charge-off and what of it is still unrecovered as its balance, *
      * all of it past due; nothing more is scheduled.                 *
      *----------------------------------------------------------------*
       SET-CHARGED-OFF-POSITION SECTION.
           MOVE '97' TO WS-STATUS-CODE
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-SCHEDULED
           ADD 1 TO RC-CHARGED-OFF
           IF NOT CHGOFF-AVAILABLE
              ADD 1 TO RC-NO-CHARGE-OFF
              MOVE 'NO CHARGE-OFF RECORD - BALANCE NOT SHOWN'
                  TO WS-NOTE
              GO TO SET-CHARGED-OFF-POSITION-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNCHGOFF-ACCOUNT
           READ Charge-Offs
           IF NOT LNCHGOFF-IO-NORMAL
              OR NOT LNCHGOFF-WRITTEN-OFF
              ADD 1 TO RC-NO-CHARGE-OFF
              MOVE 'NO CHARGE-OFF RECORD - BALANCE NOT SHOWN'
                  TO WS-NOTE
              GO TO SET-CHARGED-OFF-POSITION-EXIT
           END-IF
           MOVE LNCHGOFF-AMOUNT TO WS-CHARGED-OFF
           MOVE LNCHGOFF-WRITE-OFF-DATE TO WS-CLOSED-DATE
           COMPUTE WS-BALANCE = LNCHGOFF-AMOUNT - LNCHGOFF-RECOVERED
           IF WS-BALANCE IS LESS THAN 0
              MOVE 0 TO WS-BALANCE
           END-IF
           MOVE WS-BALANCE TO WS-PAST-DUE
           .
       SET-CHARGED-OFF-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BUILD-PAYMENT-HISTORY - one character per month-end, latest    *
      * first.                                                         *
      *----------------------------------------------------------------*
       BUILD-PAYMENT-HISTORY SECTION.
           MOVE SPACES TO WS-HISTORY
           PERFORM SET-ONE-HISTORY-CODE
               VARYING HT-IX FROM 1 BY 1
               UNTIL HT-IX > 24
           .
       BUILD-PAYMENT-HISTORY-EXIT.
           EXIT.

       SET-ONE-HISTORY-CODE SECTION.
           SET WS-DAYS TO HT-IX
           EVALUATE TRUE
              WHEN HT-MONTH-END-DATE(HT-IX) IS LESS THAN
                   LOANACCT-OPENED-DATE
                 MOVE 'B' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 30
                 MOVE '0' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 60
                 MOVE '1' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 90
                 MOVE '2' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 120
                 MOVE '3' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 150
                 MOVE '4' TO WS-HISTORY(WS-DAYS:1)
              WHEN HT-DAYS-LATE(HT-IX) IS LESS THAN 180
                 MOVE '5' TO WS-HISTORY(WS-DAYS:1)
              WHEN OTHER
                 MOVE '6' TO WS-HISTORY(WS-DAYS:1)
           END-EVALUATE
           .
       SET-ONE-HISTORY-CODE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHECK-DISPUTE - XB while the borrower's dispute is open; XH    *
      * in the month its resolution first goes out (a rerun of that    *
      * month sends it again).                                         *
      *----------------------------------------------------------------*
       CHECK-DISPUTE SECTION.
           MOVE SPACES TO WS-COMPLIANCE
           IF NOT DISPUTES-AVAILABLE
              GO TO CHECK-DISPUTE-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNDISPUT-ACCOUNT
           READ Disputes
           IF NOT LNDISPUT-IO-NORMAL
              GO TO CHECK-DISPUTE-EXIT
           END-IF
           IF LNDISPUT-OPEN
              MOVE 'XB' TO WS-COMPLIANCE
              ADD 1 TO RC-DISPUTED
              GO TO CHECK-DISPUTE-EXIT
           END-IF
           IF LNDISPUT-XH-MONTH = 0
              OR LNDISPUT-XH-MONTH = WS-REPORT-MONTH-N
              MOVE 'XH' TO WS-COMPLIANCE
              ADD 1 TO RC-DISPUTES-RESOLVED
              MOVE WS-REPORT-MONTH-N TO LNDISPUT-XH-MONTH
              REWRITE LNDISPUT-RECORD
              IF NOT LNDISPUT-IO-NORMAL
                 DISPLAY "ERROR: LNDISPUT rewrite failed, status="
                         LNDISPUT-STATUS-CODE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           .
       CHECK-DISPUTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MARK-REJECTS-RESUBMITTED - rejections of earlier months' files *
      * for the account go out again corrected with this record.       *
      *----------------------------------------------------------------*
       MARK-REJECTS-RESUBMITTED SECTION.
           IF NOT REJECTS-AVAILABLE
              GO TO MARK-REJECTS-RESUBMITTED-EXIT
           END-IF
           MOVE LOANACCT-NUMBER TO LNBURREJ-ACCOUNT
           MOVE 0 TO LNBURREJ-MONTH
           MOVE LOW-VALUES TO LNBURREJ-ERROR-CODE
           START Bureau-Rejections KEY IS NOT LESS THAN
                                   LNBURREJ-KEY OF LNBURREJ-RECORD
           IF LNBURREJ-IO-NORMAL
              MOVE 'N' TO WS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           PERFORM MARK-ONE-REJECT
               UNTIL READ-DONE
           .
       MARK-REJECTS-RESUBMITTED-EXIT.
           EXIT.

       MARK-ONE-REJECT SECTION.
           READ Bureau-Rejections NEXT RECORD
           IF NOT LNBURREJ-IO-NORMAL
              OR LNBURREJ-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-DONE-SW
              GO TO MARK-ONE-REJECT-EXIT
           END-IF
           IF NOT LNBURREJ-OPEN
              OR LNBURREJ-MONTH IS NOT LESS THAN WS-REPORT-MONTH-N
              GO TO MARK-ONE-REJECT-EXIT
           END-IF
           MOVE 'R' TO LNBURREJ-STATUS
           MOVE WS-REPORT-MONTH-N TO LNBURREJ-RESUBMIT-MONTH
           REWRITE LNBURREJ-RECORD
           IF NOT LNBURREJ-IO-NORMAL
              DISPLAY "ERROR: LNBURREJ rewrite failed, status="
                      LNBURREJ-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-DONE-SW
              GO TO MARK-ONE-REJECT-EXIT
           END-IF
           ADD 1 TO RC-REJECTS-RESUBMITTED
           MOVE LOANACCT-NUMBER TO RL-ACCOUNT
           MOVE SPACES TO RL-STATUS
           MOVE 0 TO RL-BALANCE
           MOVE 0 TO RL-PAST-DUE
           MOVE 0 TO RL-DAYS
           MOVE SPACES TO RL-COMPLIANCE
           MOVE SPACES TO RL-HISTORY
           MOVE SPACES TO RL-NOTE
           STRING 'RESUBMITS ' DELIMITED BY SIZE
                  LNBURREJ-MONTH DELIMITED BY SIZE
                  ' REJECT ' DELIMITED BY SIZE
                  LNBURREJ-ERROR-CODE DELIMITED BY SIZE
               INTO RL-NOTE
           END-STRING
           PERFORM WRITE-RESULT-LINE
           .
       MARK-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-BUREAU-HEADER SECTION.
           MOVE SPACES TO LNBUREAU-RECORD
           MOVE 'H' TO LNBUREAU-REC-TYPE
           MOVE WS-SUBSCRIBER TO LNBUREAU-H-SUBSCRIBER
           MOVE WS-REPORT-MONTH-N TO LNBUREAU-H-MONTH
           MOVE WS-RUN-DATE TO LNBUREAU-H-CREATED
           MOVE 'LOANBUR' TO LNBUREAU-H-PROGRAM
           PERFORM WRITE-BUREAU-RECORD
           .
       WRITE-BUREAU-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-BUREAU-DETAIL - the account's record, amounts rounded to *
      * whole units, and its line on the report.                       *
      *----------------------------------------------------------------*
       WRITE-BUREAU-DETAIL SECTION.
           MOVE SPACES TO LNBUREAU-RECORD
           MOVE 'D' TO LNBUREAU-REC-TYPE
           MOVE LOANACCT-NUMBER TO LNBUREAU-D-ACCOUNT
           MOVE LOANACCT-NAME TO LNBUREAU-D-NAME
           MOVE 'IL' TO LNBUREAU-D-ACCT-TYPE
           MOVE LOANACCT-OPENED-DATE TO LNBUREAU-D-OPENED
           MOVE LOANACCT-PRINCIPAL TO LNBUREAU-D-ORIGINAL
           MOVE LOANACCT-SCHED-COUNT TO LNBUREAU-D-TERM
           COMPUTE LNBUREAU-D-SCHEDULED ROUNDED = WS-SCHEDULED
           COMPUTE LNBUREAU-D-BALANCE ROUNDED = WS-BALANCE
           COMPUTE LNBUREAU-D-PAST-DUE ROUNDED = WS-PAST-DUE
           MOVE WS-DAYS-LATE TO LNBUREAU-D-DAYS-LATE
           MOVE WS-STATUS-CODE TO LNBUREAU-D-STATUS
           MOVE WS-HISTORY TO LNBUREAU-D-HISTORY
           MOVE WS-LAST-PAID TO LNBUREAU-D-LAST-PAID
           MOVE WS-CLOSED-DATE TO LNBUREAU-D-CLOSED
           COMPUTE LNBUREAU-D-CHARGED-OFF ROUNDED = WS-CHARGED-OFF
           MOVE WS-COMPLIANCE TO LNBUREAU-D-COMPLIANCE
           PERFORM WRITE-BUREAU-RECORD
           ADD 1 TO RC-DETAILS-WRITTEN
           ADD LNBUREAU-D-BALANCE TO RC-TOTAL-BALANCE
           ADD LNBUREAU-D-PAST-DUE TO RC-TOTAL-PAST-DUE

           MOVE LOANACCT-NUMBER TO RL-ACCOUNT
           MOVE WS-STATUS-CODE TO RL-STATUS
           MOVE LNBUREAU-D-BALANCE TO RL-BALANCE
           MOVE LNBUREAU-D-PAST-DUE TO RL-PAST-DUE
           MOVE WS-DAYS-LATE TO RL-DAYS
           MOVE WS-COMPLIANCE TO RL-COMPLIANCE
           MOVE WS-HISTORY TO RL-HISTORY
           MOVE WS-NOTE TO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           .
       WRITE-BUREAU-DETAIL-EXIT.
           EXIT.

       WRITE-BUREAU-TRAILER SECTION.
           MOVE SPACES TO LNBUREAU-RECORD
           MOVE 'T' TO LNBUREAU-REC-TYPE
           MOVE WS-SUBSCRIBER TO LNBUREAU-T-SUBSCRIBER
           MOVE WS-REPORT-MONTH-N TO LNBUREAU-T-MONTH
           MOVE RC-DETAILS-WRITTEN TO LNBUREAU-T-DETAILS
           MOVE RC-TOTAL-BALANCE TO LNBUREAU-T-BALANCE
           MOVE RC-TOTAL-PAST-DUE TO LNBUREAU-T-PAST-DUE
           MOVE RC-DISPUTED TO LNBUREAU-T-DISPUTED
           PERFORM WRITE-BUREAU-RECORD
           .
       WRITE-BUREAU-TRAILER-EXIT.
           EXIT.

       WRITE-BUREAU-RECORD SECTION.
           WRITE LNBUREAU-RECORD
           IF NOT BUREAUOT-NORMAL
              DISPLAY "ERROR: BUREAUOT write failed, status="
                      BUREAUOT-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO RC-RECORDS-WRITTEN
           END-IF
           .
       WRITE-BUREAU-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ACCOUNT SECTION.
           READ Loan-Accounts NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-SW
           END-READ
           IF NOT LOANACCT-EOF
              IF LOANACCT-IO-NORMAL
                 ADD 1 TO RC-ACCOUNTS-READ
              ELSE
                 DISPLAY "ERROR: LOANACCT read failed, status="
                         LOANACCT-STATUS-CODE
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-IF
           .
       READ-NEXT-ACCOUNT-EXIT.
           EXIT.

       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESULT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-REPORT-MONTH TO RT-MONTH.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-SUBSCRIBER TO RT-SUBSCRIBER.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNTS REPORTED:' TO TL-LABEL.
           MOVE RC-DETAILS-WRITTEN TO TL-COUNT.
           MOVE RC-TOTAL-BALANCE TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  CURRENT (11):' TO TL-LABEL.
           MOVE RC-CURRENT TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  DELINQUENT (71-84):' TO TL-LABEL.
           MOVE RC-DELINQUENT TO TL-COUNT.
           MOVE RC-TOTAL-PAST-DUE TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  PAID AND CLOSED (13):' TO TL-LABEL.
           MOVE RC-CLOSED TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  CHARGED OFF (97):' TO TL-LABEL.
           MOVE RC-CHARGED-OFF TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DISPUTED (XB):' TO TL-LABEL.
           MOVE RC-DISPUTED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DISPUTES RESOLVED (XH):' TO TL-LABEL.
           MOVE RC-DISPUTES-RESOLVED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REJECTIONS RESUBMITTED:' TO TL-LABEL.
           MOVE RC-REJECTS-RESUBMITTED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-TOTAL-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
