       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANREPR                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANREPR.
      * Variable-rate loan repricing, run after a new reference rate
      * is confirmed on LNRMNT. The reference rate is the newest
      * LNRATES row under tier REFRATE, term band 00, whose effective
      * date has arrived. Every open variable-rate LOANACCT account
      * still priced over an older reference row is repriced at the
      * reference rate plus its MARGIN (never below nil): the
      * schedule entries not yet due and not part paid are
      * recalculated as level monthly payments over the same number
      * of months, interest on the running balance at the new rate
      * as LOANCICS schedules it, the last entry taking whatever
      * rounding leaves; entries already due stay as they were. The
      * account takes the new rate and yearly repayment and the
      * reference row it is now priced over, and the borrower is sent
      * a rate-change notice on RATENTC. Every account repriced is
      * listed on LREPRRPT with its old and new rate and repayment.
      * Run with PARM='APPLY' to update the files and send notices;
      * anything else (including no PARM) is a preview that reports
      * what would change and updates nothing.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rate-Table ASSIGN TO LNRATES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNRATES-KEY OF LNRATES-RECORD
              FILE STATUS IS LNRATES-STATUS-CODE.

           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Report-Output ASSIGN TO LREPRRPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Notice-Output ASSIGN TO RATENTC
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NOTICE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Rate-Table.
       COPY LNRATES SUPPRESS.

       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Notice-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTICE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LNRATES-STATUS-CODE         PIC X(2).
           88 LNRATES-IO-NORMAL       VALUE '00'.
       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 NOTICE-STATUS               PIC X(2).
           88 NOTICE-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANACCT-EOF            VALUE 'Y'.
       01 WS-DONE-SW                  PIC X(01) VALUE 'N'.
           88 READ-DONE               VALUE 'Y'.
       01 WS-RUN-MODE-SW              PIC X(01) VALUE 'P'.
           88 APPLY-MODE              VALUE 'A'.
           88 PREVIEW-MODE            VALUE 'P'.
       01 WS-REF-FOUND-SW             PIC X(01) VALUE 'N'.
           88 REFERENCE-RATE-FOUND    VALUE 'Y'.
       01 WS-UPDATE-SW                PIC X(01) VALUE 'N'.
           88 UPDATE-FAILED           VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(08).
       01 WS-RUN-MODE-TEXT            PIC X(07) VALUE 'PREVIEW'.

      * The reference rate in force today.
       01 WS-REFERENCE-FIELDS.
           05 WS-REF-EFFDATE          PIC 9(08) VALUE 0.
           05 WS-REF-RATE             PIC S9(05) VALUE 0.

      * The account being repriced: what its schedule still has to
      * run, and its old and new terms.
       01 WS-ACCT-FIELDS.
           05 WS-OLD-RATE             PIC S9(05).
           05 WS-NEW-RATE             PIC S9(05).
           05 WS-OLD-REPAYMENT        PIC 9(18).
           05 WS-NEW-REPAYMENT        PIC 9(18).
           05 WS-OLD-PAYMENT          PIC 9(09)V99 COMP-3.
           05 WS-ENTRIES              PIC 9(03).
           05 WS-FIRST-DUE            PIC 9(08).
           05 WS-REPRICE-BALANCE      PIC S9(13)V99 COMP-3.

       01 WS-GENERATE-FIELDS.
           05 WS-GEN-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-GEN-PAYMENT           PIC 9(09)V99 COMP-3.
           05 WS-GEN-INTEREST          PIC 9(09)V99 COMP-3.
           05 WS-GEN-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05 WS-GEN-LEFT              PIC 9(03) VALUE 0.
           05 WS-MONTH-RATE            PIC 9V9(09) COMP-3.
           05 WS-GROWTH                PIC 9(05)V9(09) COMP-3.

       01 RECONCILIATION-COUNTS.
           05 RC-ACCOUNTS-READ        PIC 9(06) COMP VALUE 0.
           05 RC-VARIABLE-OPEN        PIC 9(06) COMP VALUE 0.
           05 RC-ALREADY-CURRENT      PIC 9(06) COMP VALUE 0.
           05 RC-REPRICED             PIC 9(06) COMP VALUE 0.
           05 RC-RATE-UNCHANGED       PIC 9(06) COMP VALUE 0.
           05 RC-NOTHING-LEFT         PIC 9(06) COMP VALUE 0.
           05 RC-FAILED               PIC 9(06) COMP VALUE 0.
           05 RC-ENTRIES-RECALC       PIC 9(08) COMP VALUE 0.
           05 RC-NOTICES-WRITTEN      PIC 9(06) COMP VALUE 0.
           05 RC-OLD-REPAYMENT        PIC 9(15)V99 COMP-3 VALUE 0.
           05 RC-NEW-REPAYMENT        PIC 9(15)V99 COMP-3 VALUE 0.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN VARIABLE RATE REPRICING -      '.
           05 RT-MODE             PIC X(07).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 RT-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(18) VALUE
              '  REFERENCE RATE  '.
           05 RT-REF-RATE         PIC -(4)9.
           05 FILLER              PIC X(11) VALUE ' EFFECTIVE '.
           05 RT-REF-EFFDATE      PIC 9(08).

       01 WS-COLUMN-HEADING.
           05 FILLER              PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(22) VALUE 'NAME'.
           05 FILLER              PIC X(06) VALUE 'MARGIN'.
           05 FILLER              PIC X(07) VALUE '   OLD'.
           05 FILLER              PIC X(07) VALUE '   NEW'.
           05 FILLER              PIC X(06) VALUE '  ENTS'.
           05 FILLER              PIC X(16) VALUE
              '    BALANCE LEFT'.
           05 FILLER              PIC X(16) VALUE
              '   OLD REPAYMENT'.
           05 FILLER              PIC X(16) VALUE
              '   NEW REPAYMENT'.
           05 FILLER              PIC X(06) VALUE '  NOTE'.

       01 WS-RESULT-LINE.
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NAME             PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-MARGIN           PIC -(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-OLD-RATE         PIC -(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NEW-RATE         PIC -(4)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-ENTRIES          PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-OLD-REPAYMENT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NEW-REPAYMENT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(30).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(30).
           05 TL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Rate-change notice layouts.
       01 WS-LETTER-RULE              PIC X(70) VALUE ALL '='.
       01 WS-LETTER-HEAD-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LT-HEADING          PIC X(40).
           05 FILLER              PIC X(06) VALUE 'DATE: '.
           05 LT-RUN-DATE         PIC 9(08).
       01 WS-LETTER-NAME-LINE.
           05 FILLER              PIC X(05) VALUE 'DEAR '.
           05 LT-NAME             PIC X(20).
       01 WS-LETTER-BODY              PIC X(76).
       01 WS-LETTER-REF-LINE.
           05 FILLER              PIC X(21) VALUE
              'LOAN ACCOUNT:        '.
           05 LT-ACCOUNT          PIC X(08).
       01 WS-LETTER-RATE-LINE.
           05 LT-RATE-LABEL       PIC X(21).
           05 LT-RATE             PIC -(4)9.
           05 FILLER              PIC X(13) VALUE ' % PER ANNUM'.
       01 WS-LETTER-DATE-LINE.
           05 FILLER              PIC X(21) VALUE
              'NEW PAYMENT FROM:    '.
           05 LT-FIRST-DUE        PIC 9(08).
       01 WS-LETTER-AMOUNT-LINE.
           05 LT-LABEL            PIC X(21).
           05 LT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH             PIC S9(4) COMP.
           05 PARM-DATA               PIC X(07).

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF PARM-LENGTH IS NOT LESS THAN 5
              AND PARM-DATA(1:5) = 'APPLY'
              MOVE 'A' TO WS-RUN-MODE-SW
              MOVE 'APPLY' TO WS-RUN-MODE-TEXT
           END-IF

           OPEN INPUT Rate-Table
           IF NOT LNRATES-IO-NORMAL
              DISPLAY "ERROR: unable to open LNRATES, status="
                      LNRATES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM FIND-REFERENCE-RATE
           CLOSE Rate-Table
           IF NOT REFERENCE-RATE-FOUND
              DISPLAY "WARNING: no REFRATE reference rate in force"
                      " - nothing repriced"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF

           IF APPLY-MODE
              OPEN I-O Loan-Accounts
           ELSE
              OPEN INPUT Loan-Accounts
           END-IF
           IF NOT LOANACCT-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANACCT, status="
                      LOANACCT-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           IF APPLY-MODE
              OPEN I-O Loan-Schedule
           ELSE
              OPEN INPUT Loan-Schedule
           END-IF
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: unable to open LOANSCHD, status="
                      LOANSCHD-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open LREPRRPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              GOBACK
           END-IF

           OPEN OUTPUT Notice-Output
           IF NOT NOTICE-NORMAL
              DISPLAY "ERROR: unable to open RATENTC, status="
                      NOTICE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Report-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM READ-NEXT-ACCOUNT
           PERFORM REPRICE-ONE-ACCOUNT
               UNTIL LOANACCT-EOF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Notice-Output.
           CLOSE Report-Output.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANREPR End-of-job reconciliation"
           DISPLAY "   Run mode             : " WS-RUN-MODE-TEXT
           DISPLAY "   Reference rate       : " WS-REF-RATE
                   " effective " WS-REF-EFFDATE
           DISPLAY "   Accounts read        : " RC-ACCOUNTS-READ
           DISPLAY "   Open variable-rate   : " RC-VARIABLE-OPEN
           DISPLAY "     already current    : " RC-ALREADY-CURRENT
           DISPLAY "     repriced           : " RC-REPRICED
           DISPLAY "     rate unchanged     : " RC-RATE-UNCHANGED
           DISPLAY "     nothing left to pay: " RC-NOTHING-LEFT
           DISPLAY "     failed             : " RC-FAILED
           DISPLAY "   Entries recalculated : " RC-ENTRIES-RECALC
           DISPLAY "   Notices written      : " RC-NOTICES-WRITTEN
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * FIND-REFERENCE-RATE - the newest REFRATE row, term band 00,    *
      * whose effective date has arrived.                              *
      *----------------------------------------------------------------*
       FIND-REFERENCE-RATE SECTION.
           MOVE 'REFRATE' TO LNRATES-TIER
           MOVE 0 TO LNRATES-TERM-YEARS
           MOVE 0 TO LNRATES-EFFDATE
           START Rate-Table KEY IS NOT LESS THAN
                                LNRATES-KEY OF LNRATES-RECORD
           IF NOT LNRATES-IO-NORMAL
              GO TO FIND-REFERENCE-RATE-EXIT
           END-IF
           MOVE 'N' TO WS-DONE-SW
           PERFORM TEST-ONE-REFERENCE-ROW
               UNTIL READ-DONE
           .
       FIND-REFERENCE-RATE-EXIT.
           EXIT.

       TEST-ONE-REFERENCE-ROW SECTION.
           READ Rate-Table NEXT RECORD
           IF NOT LNRATES-IO-NORMAL
              OR LNRATES-TIER NOT = 'REFRATE'
              OR LNRATES-TERM-YEARS NOT = 0
              OR LNRATES-EFFDATE IS GREATER THAN WS-RUN-DATE
              MOVE 'Y' TO WS-DONE-SW
              GO TO TEST-ONE-REFERENCE-ROW-EXIT
           END-IF
           MOVE 'Y' TO WS-REF-FOUND-SW
           MOVE LNRATES-EFFDATE TO WS-REF-EFFDATE
           MOVE LNRATES-ANNUAL-RATE TO WS-REF-RATE
           .
       TEST-ONE-REFERENCE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPRICE-ONE-ACCOUNT - an open variable-rate account priced     *
      * over an older reference row takes the new rate, its open       *
      * entries recalculated to pay off the same principal over the    *
      * same months.                                                   *
      *----------------------------------------------------------------*
       REPRICE-ONE-ACCOUNT SECTION.
           IF NOT LOANACCT-OPEN
              OR NOT LOANACCT-VARIABLE
              GO TO REPRICE-ONE-ACCOUNT-NEXT
           END-IF
           ADD 1 TO RC-VARIABLE-OPEN
           IF LOANACCT-REF-EFFDATE IS NOT LESS THAN WS-REF-EFFDATE
              ADD 1 TO RC-ALREADY-CURRENT
              GO TO REPRICE-ONE-ACCOUNT-NEXT
           END-IF

           MOVE LOANACCT-RATE TO WS-OLD-RATE
           COMPUTE WS-NEW-RATE = WS-REF-RATE + LOANACCT-MARGIN
           IF WS-NEW-RATE IS LESS THAN 0
              MOVE 0 TO WS-NEW-RATE
           END-IF
           MOVE LOANACCT-REPAYMENT TO WS-OLD-REPAYMENT
           MOVE LOANACCT-REPAYMENT TO WS-NEW-REPAYMENT
           MOVE 'N' TO WS-UPDATE-SW

           PERFORM MEASURE-OPEN-ENTRIES
           IF UPDATE-FAILED
              GO TO REPRICE-ONE-ACCOUNT-FAILED
           END-IF

           MOVE SPACES TO RL-NOTE
           EVALUATE TRUE
              WHEN WS-NEW-RATE = WS-OLD-RATE
                 ADD 1 TO RC-RATE-UNCHANGED
                 MOVE 'RATE UNCHANGED' TO RL-NOTE
              WHEN WS-ENTRIES = 0
                 ADD 1 TO RC-NOTHING-LEFT
                 MOVE 'NO ENTRIES LEFT TO RECALCULATE' TO RL-NOTE
              WHEN OTHER
                 PERFORM SET-NEW-PAYMENT
                 IF APPLY-MODE
                    PERFORM RECALCULATE-OPEN-ENTRIES
                    IF UPDATE-FAILED
                       GO TO REPRICE-ONE-ACCOUNT-FAILED
                    END-IF
                 END-IF
                 ADD 1 TO RC-REPRICED
                 ADD WS-ENTRIES TO RC-ENTRIES-RECALC
                 ADD WS-OLD-REPAYMENT TO RC-OLD-REPAYMENT
                 ADD WS-NEW-REPAYMENT TO RC-NEW-REPAYMENT
                 IF APPLY-MODE
                    MOVE 'REPRICED, NOTICE SENT' TO RL-NOTE
                 ELSE
                    MOVE 'WOULD BE REPRICED' TO RL-NOTE
                 END-IF
           END-EVALUATE

           IF APPLY-MODE
              MOVE WS-NEW-RATE TO LOANACCT-RATE
              MOVE WS-NEW-REPAYMENT TO LOANACCT-REPAYMENT
              MOVE WS-REF-EFFDATE TO LOANACCT-REF-EFFDATE
              REWRITE LOANACCT-RECORD
              IF NOT LOANACCT-IO-NORMAL
                 DISPLAY "ERROR: LOANACCT rewrite failed for "
                         LOANACCT-NUMBER ", status="
                         LOANACCT-STATUS-CODE
                 MOVE 'Y' TO WS-UPDATE-SW
                 GO TO REPRICE-ONE-ACCOUNT-FAILED
              END-IF
              IF WS-NEW-RATE NOT = WS-OLD-RATE
                 AND WS-ENTRIES > 0
                 PERFORM WRITE-RATE-CHANGE-NOTICE
              END-IF
           END-IF
           PERFORM WRITE-ACCOUNT-LINE
           GO TO REPRICE-ONE-ACCOUNT-NEXT
           .
       REPRICE-ONE-ACCOUNT-FAILED.
           ADD 1 TO RC-FAILED
           MOVE 16 TO RETURN-CODE
           MOVE 'UPDATE FAILED - SEE JOB LOG' TO RL-NOTE
           PERFORM WRITE-ACCOUNT-LINE
           .
       REPRICE-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT
           .
       REPRICE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MEASURE-OPEN-ENTRIES - the entries to recalculate are those    *
      * not yet due, not cleared and with nothing paid on them; their  *
      * principal is the balance the new payment has to clear.         *
      *----------------------------------------------------------------*
       MEASURE-OPEN-ENTRIES SECTION.
           MOVE 0 TO WS-ENTRIES
           MOVE 0 TO WS-FIRST-DUE
           MOVE 0 TO WS-OLD-PAYMENT
           MOVE 0 TO WS-REPRICE-BALANCE
           PERFORM START-ACCOUNT-SCHEDULE
           PERFORM MEASURE-ONE-ENTRY
               UNTIL READ-DONE
           .
       MEASURE-OPEN-ENTRIES-EXIT.
           EXIT.

       MEASURE-ONE-ENTRY SECTION.
           PERFORM READ-NEXT-ENTRY
           IF READ-DONE
              GO TO MEASURE-ONE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-CLEARED
              OR LOANSCHD-AMOUNT-PAID > 0
              OR LOANSCHD-DUE-DATE IS NOT GREATER THAN WS-RUN-DATE
              GO TO MEASURE-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES
           ADD LOANSCHD-PRINCIPAL TO WS-REPRICE-BALANCE
           IF WS-FIRST-DUE = 0
              MOVE LOANSCHD-DUE-DATE TO WS-FIRST-DUE
              MOVE LOANSCHD-AMOUNT-DUE TO WS-OLD-PAYMENT
           END-IF
           .
       MEASURE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SET-NEW-PAYMENT - the level monthly payment clearing the       *
      * balance over the entries left at the new rate, as LNHMNT       *
      * re-amortises a restructure: P = B * r / (1 - (1 + r) ** -n),   *
      * B / n at a nil rate.                                           *
      *----------------------------------------------------------------*
       SET-NEW-PAYMENT SECTION.
           MOVE WS-REPRICE-BALANCE TO WS-GEN-BALANCE
           IF WS-NEW-RATE = 0
              COMPUTE WS-GEN-PAYMENT ROUNDED =
                  WS-GEN-BALANCE / WS-ENTRIES
           ELSE
              COMPUTE WS-MONTH-RATE ROUNDED = WS-NEW-RATE / 1200
              COMPUTE WS-GROWTH ROUNDED =
                  (1 + WS-MONTH-RATE) ** WS-ENTRIES
              COMPUTE WS-GEN-PAYMENT ROUNDED =
                  WS-GEN-BALANCE * WS-MONTH-RATE * WS-GROWTH
                  / (WS-GROWTH - 1)
           END-IF
           COMPUTE WS-NEW-REPAYMENT ROUNDED = WS-GEN-PAYMENT * 12
           .
       SET-NEW-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RECALCULATE-OPEN-ENTRIES - each entry measured above, in due   *
      * order, gets a month's interest on the running balance at the   *
      * new rate and the rest of the payment as principal; the last    *
      * takes whatever balance is left.                                *
      *----------------------------------------------------------------*
       RECALCULATE-OPEN-ENTRIES SECTION.
           MOVE WS-ENTRIES TO WS-GEN-LEFT
           PERFORM START-ACCOUNT-SCHEDULE
           PERFORM RECALCULATE-ONE-ENTRY
               UNTIL READ-DONE
                  OR UPDATE-FAILED
           .
       RECALCULATE-OPEN-ENTRIES-EXIT.
           EXIT.

       RECALCULATE-ONE-ENTRY SECTION.
           PERFORM READ-NEXT-ENTRY
           IF READ-DONE
              GO TO RECALCULATE-ONE-ENTRY-EXIT
           END-IF
           IF LOANSCHD-CLEARED
              OR LOANSCHD-AMOUNT-PAID > 0
              OR LOANSCHD-DUE-DATE IS NOT GREATER THAN WS-RUN-DATE
              GO TO RECALCULATE-ONE-ENTRY-EXIT
           END-IF

           SUBTRACT 1 FROM WS-GEN-LEFT
           COMPUTE WS-GEN-INTEREST ROUNDED =
               WS-GEN-BALANCE * WS-NEW-RATE / 100 / 12
           IF WS-GEN-LEFT = 0
              OR WS-GEN-PAYMENT IS GREATER THAN
                 WS-GEN-BALANCE + WS-GEN-INTEREST
              COMPUTE WS-GEN-PRINCIPAL = WS-GEN-BALANCE
           ELSE
              COMPUTE WS-GEN-PRINCIPAL =
                  WS-GEN-PAYMENT - WS-GEN-INTEREST
           END-IF
           IF WS-GEN-PRINCIPAL IS LESS THAN 0
              MOVE 0 TO WS-GEN-PRINCIPAL
           END-IF
           SUBTRACT WS-GEN-PRINCIPAL FROM WS-GEN-BALANCE

           COMPUTE LOANSCHD-AMOUNT-DUE =
               WS-GEN-INTEREST + WS-GEN-PRINCIPAL
           MOVE WS-GEN-INTEREST TO LOANSCHD-INTEREST
           MOVE WS-GEN-PRINCIPAL TO LOANSCHD-PRINCIPAL
           REWRITE LOANSCHD-RECORD
           IF NOT LOANSCHD-IO-NORMAL
              DISPLAY "ERROR: LOANSCHD rewrite failed for "
                      LOANSCHD-ACCOUNT "/" LOANSCHD-SEQ
                      ", status=" LOANSCHD-STATUS-CODE
              MOVE 'Y' TO WS-UPDATE-SW
           END-IF
           .
       RECALCULATE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       START-ACCOUNT-SCHEDULE SECTION.
           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT
           MOVE 0 TO LOANSCHD-SEQ
           START Loan-Schedule KEY IS GREATER THAN
                                   LOANSCHD-KEY OF LOANSCHD-RECORD
           IF LOANSCHD-IO-NORMAL
              MOVE 'N' TO WS-DONE-SW
           ELSE
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           .
       START-ACCOUNT-SCHEDULE-EXIT.
           EXIT.

       READ-NEXT-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              OR LOANSCHD-ACCOUNT NOT = LOANACCT-NUMBER
              MOVE 'Y' TO WS-DONE-SW
           END-IF
           .
       READ-NEXT-ENTRY-EXIT.
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

      *----------------------------------------------------------------*
      * WRITE-RATE-CHANGE-NOTICE - one print-ready notice of the new   *
      * rate and monthly payment and when it starts.                   *
      *----------------------------------------------------------------*
       WRITE-RATE-CHANGE-NOTICE SECTION.
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-LETTER-RULE TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE 'NOTICE OF CHANGE TO YOUR INTEREST RATE' TO LT-HEADING
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-LETTER-HEAD-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE LOANACCT-NAME TO LT-NAME
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-LETTER-NAME-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE 'YOUR LOAN IS ON A VARIABLE RATE, WHICH FOLLOWS OUR'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE 'REFERENCE RATE. THE REFERENCE RATE HAS CHANGED, SO'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE 'YOUR RATE AND MONTHLY PAYMENT CHANGE AS SHOWN BELOW.'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE LOANACCT-NUMBER TO LT-ACCOUNT
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-LETTER-REF-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'PREVIOUS RATE:' TO LT-RATE-LABEL
           MOVE WS-OLD-RATE TO LT-RATE
           PERFORM WRITE-LETTER-RATE-LINE
           MOVE 'NEW RATE:' TO LT-RATE-LABEL
           MOVE WS-NEW-RATE TO LT-RATE
           PERFORM WRITE-LETTER-RATE-LINE
           MOVE 'PREVIOUS PAYMENT:' TO LT-LABEL
           MOVE WS-OLD-PAYMENT TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'NEW MONTHLY PAYMENT:' TO LT-LABEL
           MOVE WS-GEN-PAYMENT TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE WS-FIRST-DUE TO LT-FIRST-DUE
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-LETTER-DATE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'BALANCE REPAYABLE:' TO LT-LABEL
           MOVE WS-REPRICE-BALANCE TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'THE NUMBER OF PAYMENTS LEFT IS UNCHANGED. ANY PAYMENT'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE 'ALREADY DUE REMAINS PAYABLE AS BEFORE.'
               TO WS-LETTER-BODY
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO RC-NOTICES-WRITTEN
           .
       WRITE-RATE-CHANGE-NOTICE-EXIT.
           EXIT.

       WRITE-LETTER-BODY-LINE SECTION.
           MOVE SPACES TO NOTICE-LINE.
           MOVE WS-LETTER-BODY TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       WRITE-LETTER-BODY-LINE-EXIT.
           EXIT.

       WRITE-LETTER-RATE-LINE SECTION.
           MOVE SPACES TO NOTICE-LINE.
           MOVE WS-LETTER-RATE-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       WRITE-LETTER-RATE-LINE-EXIT.
           EXIT.

       WRITE-LETTER-AMOUNT-LINE SECTION.
           MOVE SPACES TO NOTICE-LINE.
           MOVE WS-LETTER-AMOUNT-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       WRITE-LETTER-AMOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ACCOUNT-LINE SECTION.
           MOVE LOANACCT-NUMBER TO RL-ACCOUNT
           MOVE LOANACCT-NAME TO RL-NAME
           MOVE LOANACCT-MARGIN TO RL-MARGIN
           MOVE WS-OLD-RATE TO RL-OLD-RATE
           MOVE WS-NEW-RATE TO RL-NEW-RATE
           MOVE WS-ENTRIES TO RL-ENTRIES
           MOVE WS-REPRICE-BALANCE TO RL-BALANCE
           MOVE WS-OLD-REPAYMENT TO RL-OLD-REPAYMENT
           MOVE WS-NEW-REPAYMENT TO RL-NEW-REPAYMENT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-ACCOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-MODE-TEXT TO RT-MODE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-REF-RATE TO RT-REF-RATE.
           MOVE WS-REF-EFFDATE TO RT-REF-EFFDATE.
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
           MOVE 'OPEN VARIABLE-RATE ACCOUNTS:' TO TL-LABEL.
           MOVE RC-VARIABLE-OPEN TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ALREADY ON THIS REFERENCE:' TO TL-LABEL.
           MOVE RC-ALREADY-CURRENT TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REPRICED - OLD REPAYMENT:' TO TL-LABEL.
           MOVE RC-REPRICED TO TL-COUNT.
           MOVE RC-OLD-REPAYMENT TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REPRICED - NEW REPAYMENT:' TO TL-LABEL.
           MOVE RC-NEW-REPAYMENT TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RATE UNCHANGED:' TO TL-LABEL.
           MOVE RC-RATE-UNCHANGED TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO ENTRIES LEFT:' TO TL-LABEL.
           MOVE RC-NOTHING-LEFT TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FAILED:' TO TL-LABEL.
           MOVE RC-FAILED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOTICES SENT:' TO TL-LABEL.
           MOVE RC-NOTICES-WRITTEN TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-TOTAL-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-TOTAL-LINE-EXIT.
           EXIT.
