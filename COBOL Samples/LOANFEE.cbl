       CBL APOST
      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = LOANFEE                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANFEE.
      * Daily late-fee and collection-letter run over the loan
      * servicing files. Every open LOANACCT account's LOANSCHD
      * entries are aged the way LOANARRS ages them; an entry still
      * unpaid more than GRACEDAYS (default 5) days after its due
      * date is charged the LATEFEE (default 25) as its own LNFEES
      * fee item, once, which LOANPAY settles ahead of interest and
      * principal. An account behind by 10, 30 and 60 days is sent a
      * reminder, a second and a third letter on COLLLTR, and a final
      * demand at 90 days, each stage once per spell of arrears as
      * kept on LNCOLL; the cycle starts afresh once the account is
      * up to date. Fee waivers confirmed on LNFMNT since the last
      * run are then reported, and the run prints the letters sent
      * by stage with the fees charged and waived.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loan-Accounts ASSIGN TO LOANACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOANACCT-KEY OF LOANACCT-RECORD
              FILE STATUS IS LOANACCT-STATUS-CODE.

           SELECT Loan-Schedule ASSIGN TO LOANSCHD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LOANSCHD-KEY OF LOANSCHD-RECORD
              FILE STATUS IS LOANSCHD-STATUS-CODE.

           SELECT Late-Fees ASSIGN TO LNFEES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNFEES-KEY OF LNFEES-RECORD
              FILE STATUS IS LNFEES-STATUS-CODE.

           SELECT Collection-Cycle ASSIGN TO LNCOLL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNCOLL-KEY OF LNCOLL-RECORD
              FILE STATUS IS LNCOLL-STATUS-CODE.

           SELECT Report-Output ASSIGN TO LFEERPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT Letter-Output ASSIGN TO COLLLTR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LETTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  Loan-Accounts.
       COPY LOANACCT SUPPRESS.

       FD  Loan-Schedule.
       COPY LOANSCHD SUPPRESS.

       FD  Late-Fees.
       COPY LNFEES SUPPRESS.

       FD  Collection-Cycle.
       COPY LNCOLL SUPPRESS.

       FD  Report-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  Letter-Output
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*

       01 LOANACCT-STATUS-CODE        PIC X(2).
           88 LOANACCT-IO-NORMAL      VALUE '00'.
       01 LOANSCHD-STATUS-CODE        PIC X(2).
           88 LOANSCHD-IO-NORMAL      VALUE '00'.
       01 LNFEES-STATUS-CODE          PIC X(2).
           88 LNFEES-IO-NORMAL        VALUE '00'.
           88 LNFEES-NOT-FOUND        VALUE '23'.
       01 LNCOLL-STATUS-CODE          PIC X(2).
           88 LNCOLL-IO-NORMAL        VALUE '00'.
           88 LNCOLL-NOT-FOUND        VALUE '23'.
       01 REPORT-STATUS               PIC X(2).
           88 REPORT-NORMAL           VALUE '00'.
       01 LETTER-STATUS               PIC X(2).
           88 LETTER-NORMAL           VALUE '00'.
       01 WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 LOANSCHD-EOF            VALUE 'Y'.
       01 WS-FEES-DONE-SW             PIC X(01) VALUE 'N'.
           88 FEES-DONE               VALUE 'Y'.
       01 WS-ACCT-OPEN-SW             PIC X(01) VALUE 'N'.
           88 ACCOUNT-IS-OPEN         VALUE 'Y'.
       01 WS-COLL-NEW-SW              PIC X(01) VALUE 'N'.
           88 COLL-IS-NEW             VALUE 'Y'.

      * Fee amount and grace days from the run-parameter registry.
       COPY RUNPLOOK.
       01 WS-PARM-FIELDS.
           05 WS-LATE-FEE-ENV         PIC X(08) VALUE SPACES.
           05 WS-GRACE-DAYS-ENV       PIC X(08) VALUE SPACES.
           05 WS-LATE-FEE             PIC 9(05) VALUE 25.
           05 WS-GRACE-DAYS           PIC 9(03) VALUE 5.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE             PIC 9(08).
           05 WS-RUN-DATE-INT         PIC 9(08) COMP.
           05 WS-DUE-DATE-INT         PIC 9(08) COMP.
           05 WS-AGE-DAYS             PIC S9(05) COMP.

      * The account currently being aged as its schedule entries
      * stream past in key order.
       01 WS-CURRENT-ACCOUNT          PIC X(08) VALUE LOW-VALUES.
       01 WS-ACCT-FIELDS.
           05 WS-ACCT-OWING           PIC 9(09)V99 COMP-3.
           05 WS-ACCT-ENTRIES         PIC 9(03) COMP.
           05 WS-ACCT-OLDEST-DAYS     PIC 9(05) COMP.
           05 WS-ACCT-OLDEST-DUE      PIC 9(08).
           05 WS-ACCT-FEES-OPEN       PIC 9(09)V99 COMP-3.
           05 WS-ENTRY-OWING          PIC 9(09)V99 COMP-3.
           05 WS-FEE-OWING            PIC 9(09)V99 COMP-3.
           05 WS-NEW-STAGE            PIC 9(01).

       01 RECONCILIATION-COUNTS.
           05 RC-ENTRIES-READ         PIC 9(08) COMP VALUE 0.
           05 RC-ACCOUNTS-IN-ARREARS  PIC 9(06) COMP VALUE 0.
           05 RC-FEES-CHARGED         PIC 9(06) COMP VALUE 0.
           05 RC-FEES-CHARGED-AMT     PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-FEES-WAIVED          PIC 9(06) COMP VALUE 0.
           05 RC-FEES-WAIVED-AMT      PIC 9(11)V99 COMP-3 VALUE 0.
           05 RC-CYCLES-RESET         PIC 9(06) COMP VALUE 0.
           05 RC-LETTERS-WRITTEN      PIC 9(06) COMP VALUE 0.
           05 RC-LETTERS-BY-STAGE     PIC 9(06) COMP
                                      OCCURS 4 TIMES.

      * Report line layouts.
       01 WS-REPORT-TITLE.
           05 FILLER              PIC X(36) VALUE
              'LOAN LATE FEES AND COLLECTIONS -    '.
           05 RT-RUN-DATE         PIC 9(08).

       01 WS-RESULT-LINE.
           05 RL-ACCOUNT          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-SEQ              PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-ACTION           PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 RL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RL-NOTE             PIC X(60).

       01 WS-TOTAL-LINE.
           05 TL-LABEL            PIC X(26).
           05 TL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

      * Collection letter layouts.
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
       01 WS-LETTER-AMOUNT-LINE.
           05 LT-LABEL            PIC X(21).
           05 LT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LETTER-DAYS-LINE.
           05 FILLER              PIC X(21) VALUE
              'OLDEST PAYMENT DUE:  '.
           05 LT-OLDEST-DUE       PIC 9(08).
           05 FILLER              PIC X(02) VALUE ', '.
           05 LT-DAYS             PIC ZZ,ZZ9.
           05 FILLER              PIC X(13) VALUE ' DAYS OVERDUE'.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOOK-UP-FEE-PARAMETERS
           INITIALIZE RECONCILIATION-COUNTS

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

           OPEN I-O Late-Fees
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "ERROR: unable to open LNFEES, status="
                      LNFEES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              GOBACK
           END-IF

           OPEN I-O Collection-Cycle
           IF NOT LNCOLL-IO-NORMAL
              DISPLAY "ERROR: unable to open LNCOLL, status="
                      LNCOLL-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Late-Fees
              GOBACK
           END-IF

           OPEN OUTPUT Report-Output
           IF NOT REPORT-NORMAL
              DISPLAY "ERROR: unable to open LFEERPT, status="
                      REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Late-Fees
              CLOSE Collection-Cycle
              GOBACK
           END-IF

           OPEN OUTPUT Letter-Output
           IF NOT LETTER-NORMAL
              DISPLAY "ERROR: unable to open COLLLTR, status="
                      LETTER-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE Loan-Accounts
              CLOSE Loan-Schedule
              CLOSE Late-Fees
              CLOSE Collection-Cycle
              CLOSE Report-Output
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM INIT-ACCOUNT-STATE
           PERFORM READ-NEXT-SCHEDULE-ENTRY
           PERFORM AGE-ONE-ENTRY
               UNTIL LOANSCHD-EOF
           IF WS-CURRENT-ACCOUNT NOT = LOW-VALUES
              PERFORM FINISH-ONE-ACCOUNT
           END-IF

           PERFORM REPORT-CONFIRMED-WAIVERS

           PERFORM WRITE-REPORT-TOTALS

           CLOSE Letter-Output.
           CLOSE Report-Output.
           CLOSE Collection-Cycle.
           CLOSE Late-Fees.
           CLOSE Loan-Schedule.
           CLOSE Loan-Accounts.

           DISPLAY "======================================"
           DISPLAY " LOANFEE End-of-job reconciliation"
           DISPLAY "   Schedule entries read: " RC-ENTRIES-READ
           DISPLAY "   Accounts in arrears  : "
                   RC-ACCOUNTS-IN-ARREARS
           DISPLAY "   Late fees charged    : " RC-FEES-CHARGED
           DISPLAY "   Amount charged       : " RC-FEES-CHARGED-AMT
           DISPLAY "   Late fees waived     : " RC-FEES-WAIVED
           DISPLAY "   Amount waived        : " RC-FEES-WAIVED-AMT
           DISPLAY "   Letters produced     : " RC-LETTERS-WRITTEN
           DISPLAY "     Reminders          : "
                   RC-LETTERS-BY-STAGE(1)
           DISPLAY "     Second letters     : "
                   RC-LETTERS-BY-STAGE(2)
           DISPLAY "     Third letters      : "
                   RC-LETTERS-BY-STAGE(3)
           DISPLAY "     Final demands      : "
                   RC-LETTERS-BY-STAGE(4)
           DISPLAY "   Cycles reset         : " RC-CYCLES-RESET
           DISPLAY "======================================".

       MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * LOOK-UP-FEE-PARAMETERS - the late fee in whole currency units  *
      * and the grace days after the due date before it is charged.    *
      *----------------------------------------------------------------*
       LOOK-UP-FEE-PARAMETERS SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANFEE' TO RUNPLOOK-PROGRAM
           MOVE 'LATEFEE' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-LATE-FEE-ENV
           ELSE
              DISPLAY "LATEFEE" UPON ENVIRONMENT-NAME
              ACCEPT WS-LATE-FEE-ENV FROM ENVIRONMENT-VALUE
           END-IF

           MOVE 'G' TO RUNPLOOK-FUNCTION
           MOVE 'LOANFEE' TO RUNPLOOK-PROGRAM
           MOVE 'GRACEDAYS' TO RUNPLOOK-NAME
           MOVE 0 TO RUNPLOOK-AS-OF-DATE
           CALL 'RUNPGET' USING RUNPLOOK-AREA
           IF RUNPLOOK-FOUND
              MOVE RUNPLOOK-VALUE(1:8) TO WS-GRACE-DAYS-ENV
           ELSE
              DISPLAY "GRACEDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-GRACE-DAYS-ENV FROM ENVIRONMENT-VALUE
           END-IF
           MOVE 'E' TO RUNPLOOK-FUNCTION
           CALL 'RUNPGET' USING RUNPLOOK-AREA

           IF WS-LATE-FEE-ENV NOT = SPACES
              COMPUTE WS-LATE-FEE =
                  FUNCTION NUMVAL(WS-LATE-FEE-ENV)
           END-IF
           IF WS-GRACE-DAYS-ENV NOT = SPACES
              COMPUTE WS-GRACE-DAYS =
                  FUNCTION NUMVAL(WS-GRACE-DAYS-ENV)
           END-IF
           .
       LOOK-UP-FEE-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       INIT-ACCOUNT-STATE SECTION.
           MOVE 0 TO WS-ACCT-OWING.
           MOVE 0 TO WS-ACCT-ENTRIES.
           MOVE 0 TO WS-ACCT-OLDEST-DAYS.
           MOVE 0 TO WS-ACCT-OLDEST-DUE.
           MOVE 0 TO WS-ACCT-FEES-OPEN.
       INIT-ACCOUNT-STATE-EXIT.
           EXIT.

       READ-NEXT-SCHEDULE-ENTRY SECTION.
           READ Loan-Schedule NEXT RECORD
           IF NOT LOANSCHD-IO-NORMAL
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              ADD 1 TO RC-ENTRIES-READ
           END-IF
           .
       READ-NEXT-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AGE-ONE-ENTRY - control break on account; an unpaid entry      *
      * past its due date joins the account's arrears and, once past   *
      * the grace days, is charged its late fee. Entries of a closed   *
      * account are passed over.                                       *
      *----------------------------------------------------------------*
       AGE-ONE-ENTRY SECTION.
           IF LOANSCHD-ACCOUNT NOT = WS-CURRENT-ACCOUNT
              IF WS-CURRENT-ACCOUNT NOT = LOW-VALUES
                 PERFORM FINISH-ONE-ACCOUNT
              END-IF
              MOVE LOANSCHD-ACCOUNT TO WS-CURRENT-ACCOUNT
              PERFORM INIT-ACCOUNT-STATE
              MOVE WS-CURRENT-ACCOUNT TO LOANACCT-NUMBER
              READ Loan-Accounts KEY IS LOANACCT-KEY OF
                                        LOANACCT-RECORD
              IF LOANACCT-IO-NORMAL AND LOANACCT-OPEN
                 MOVE 'Y' TO WS-ACCT-OPEN-SW
              ELSE
                 MOVE 'N' TO WS-ACCT-OPEN-SW
              END-IF
           END-IF

           IF ACCOUNT-IS-OPEN
              AND NOT LOANSCHD-CLEARED
              AND LOANSCHD-DUE-DATE IS LESS THAN WS-RUN-DATE
              COMPUTE WS-DUE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(LOANSCHD-DUE-DATE)
              COMPUTE WS-AGE-DAYS =
                  WS-RUN-DATE-INT - WS-DUE-DATE-INT
              COMPUTE WS-ENTRY-OWING =
                  LOANSCHD-AMOUNT-DUE - LOANSCHD-AMOUNT-PAID
              ADD WS-ENTRY-OWING TO WS-ACCT-OWING
              ADD 1 TO WS-ACCT-ENTRIES
              IF WS-AGE-DAYS IS GREATER THAN
                     WS-ACCT-OLDEST-DAYS
                 MOVE WS-AGE-DAYS TO WS-ACCT-OLDEST-DAYS
                 MOVE LOANSCHD-DUE-DATE TO WS-ACCT-OLDEST-DUE
              END-IF
              IF WS-AGE-DAYS IS GREATER THAN WS-GRACE-DAYS
                 PERFORM CHARGE-LATE-FEE
              END-IF
           END-IF

           PERFORM READ-NEXT-SCHEDULE-ENTRY
           .
       AGE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CHARGE-LATE-FEE - one fee per schedule entry, so an entry that *
      * already carries one (open, paid or waived) is not charged      *
      * again however long it stays unpaid.                            *
      *----------------------------------------------------------------*
       CHARGE-LATE-FEE SECTION.
           MOVE LOANSCHD-ACCOUNT TO LNFEES-ACCOUNT
           MOVE LOANSCHD-SEQ TO LNFEES-SEQ
           READ Late-Fees KEY IS LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              GO TO CHARGE-LATE-FEE-EXIT
           END-IF
           IF NOT LNFEES-NOT-FOUND
              DISPLAY "ERROR: LNFEES read failed, status="
                      LNFEES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO CHARGE-LATE-FEE-EXIT
           END-IF

           MOVE SPACES TO LNFEES-RECORD
           MOVE LOANSCHD-ACCOUNT TO LNFEES-ACCOUNT
           MOVE LOANSCHD-SEQ TO LNFEES-SEQ
           MOVE LOANSCHD-DUE-DATE TO LNFEES-DUE-DATE
           MOVE WS-RUN-DATE TO LNFEES-ASSESSED-DATE
           MOVE WS-LATE-FEE TO LNFEES-AMOUNT
           MOVE 0 TO LNFEES-AMOUNT-PAID
           MOVE 'O' TO LNFEES-STATUS
           MOVE 0 TO LNFEES-PAID-DATE
           MOVE 0 TO LNFEES-WAIVED-DATE
           MOVE 'N' TO LNFEES-WAIVE-REPORTED
           WRITE LNFEES-RECORD
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "ERROR: LNFEES write failed, status="
                      LNFEES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO CHARGE-LATE-FEE-EXIT
           END-IF
           ADD 1 TO RC-FEES-CHARGED
           ADD LNFEES-AMOUNT TO RC-FEES-CHARGED-AMT

           MOVE LNFEES-ACCOUNT TO RL-ACCOUNT
           MOVE LNFEES-SEQ TO RL-SEQ
           MOVE 'FEE CHARGED' TO RL-ACTION
           MOVE LNFEES-AMOUNT TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING 'ENTRY DUE ' LNFEES-DUE-DATE DELIMITED BY SIZE
                  ' UNPAID PAST THE GRACE DAYS' DELIMITED BY SIZE
               INTO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           .
       CHARGE-LATE-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FINISH-ONE-ACCOUNT - moves the account along its collection    *
      * cycle by the age of its oldest unpaid entry: a letter goes out *
      * only when a higher stage is reached than the last one sent. An *
      * account no longer behind has its cycle reset.                  *
      *----------------------------------------------------------------*
       FINISH-ONE-ACCOUNT SECTION.
           IF NOT ACCOUNT-IS-OPEN
              GO TO FINISH-ONE-ACCOUNT-EXIT
           END-IF

           MOVE WS-CURRENT-ACCOUNT TO LNCOLL-ACCOUNT
           READ Collection-Cycle KEY IS LNCOLL-KEY OF LNCOLL-RECORD
           EVALUATE TRUE
              WHEN LNCOLL-IO-NORMAL
                 MOVE 'N' TO WS-COLL-NEW-SW
              WHEN LNCOLL-NOT-FOUND
                 MOVE 'Y' TO WS-COLL-NEW-SW
                 MOVE SPACES TO LNCOLL-RECORD
                 MOVE WS-CURRENT-ACCOUNT TO LNCOLL-ACCOUNT
                 MOVE 0 TO LNCOLL-STAGE
                 MOVE 0 TO LNCOLL-STAGE-DATE
                 MOVE 0 TO LNCOLL-OLDEST-DUE
                 MOVE 0 TO LNCOLL-LETTERS-SENT
              WHEN OTHER
                 DISPLAY "ERROR: LNCOLL read failed, status="
                         LNCOLL-STATUS-CODE
                 MOVE 16 TO RETURN-CODE
                 GO TO FINISH-ONE-ACCOUNT-EXIT
           END-EVALUATE

           IF WS-ACCT-ENTRIES = 0
              IF NOT COLL-IS-NEW
                 AND NOT LNCOLL-NO-LETTER
                 MOVE 0 TO LNCOLL-STAGE
                 MOVE WS-RUN-DATE TO LNCOLL-STAGE-DATE
                 MOVE 0 TO LNCOLL-OLDEST-DUE
                 PERFORM SAVE-COLLECTION-CYCLE
                 ADD 1 TO RC-CYCLES-RESET
              END-IF
              GO TO FINISH-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO RC-ACCOUNTS-IN-ARREARS

           EVALUATE TRUE
              WHEN WS-ACCT-OLDEST-DAYS IS NOT LESS THAN 90
                 MOVE 4 TO WS-NEW-STAGE
              WHEN WS-ACCT-OLDEST-DAYS IS NOT LESS THAN 60
                 MOVE 3 TO WS-NEW-STAGE
              WHEN WS-ACCT-OLDEST-DAYS IS NOT LESS THAN 30
                 MOVE 2 TO WS-NEW-STAGE
              WHEN WS-ACCT-OLDEST-DAYS IS NOT LESS THAN 10
                 MOVE 1 TO WS-NEW-STAGE
              WHEN OTHER
                 MOVE 0 TO WS-NEW-STAGE
           END-EVALUATE
           IF WS-NEW-STAGE IS NOT GREATER THAN LNCOLL-STAGE
              GO TO FINISH-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM SUM-OPEN-LATE-FEES
           PERFORM WRITE-COLLECTION-LETTER

           MOVE WS-NEW-STAGE TO LNCOLL-STAGE
           MOVE WS-RUN-DATE TO LNCOLL-STAGE-DATE
           MOVE WS-ACCT-OLDEST-DUE TO LNCOLL-OLDEST-DUE
           ADD 1 TO LNCOLL-LETTERS-SENT
           PERFORM SAVE-COLLECTION-CYCLE
           .
       FINISH-ONE-ACCOUNT-EXIT.
           EXIT.

       SAVE-COLLECTION-CYCLE SECTION.
           IF COLL-IS-NEW
              WRITE LNCOLL-RECORD
           ELSE
              REWRITE LNCOLL-RECORD
           END-IF
           IF NOT LNCOLL-IO-NORMAL
              DISPLAY "ERROR: LNCOLL update failed, status="
                      LNCOLL-STATUS-CODE
              MOVE 16 TO RETURN-CODE
           END-IF
           .
       SAVE-COLLECTION-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SUM-OPEN-LATE-FEES - what the account still owes in late fees, *
      * for the letter.                                                *
      *----------------------------------------------------------------*
       SUM-OPEN-LATE-FEES SECTION.
           MOVE 0 TO WS-ACCT-FEES-OPEN
           MOVE WS-CURRENT-ACCOUNT TO LNFEES-ACCOUNT
           MOVE 0 TO LNFEES-SEQ
           START Late-Fees KEY IS NOT LESS THAN
                               LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              MOVE 'N' TO WS-FEES-DONE-SW
           ELSE
              MOVE 'Y' TO WS-FEES-DONE-SW
           END-IF
           PERFORM ADD-ONE-LATE-FEE
               UNTIL FEES-DONE
           .
       SUM-OPEN-LATE-FEES-EXIT.
           EXIT.

       ADD-ONE-LATE-FEE SECTION.
           READ Late-Fees NEXT RECORD
           IF NOT LNFEES-IO-NORMAL
              OR LNFEES-ACCOUNT NOT = WS-CURRENT-ACCOUNT
              MOVE 'Y' TO WS-FEES-DONE-SW
              GO TO ADD-ONE-LATE-FEE-EXIT
           END-IF
           IF LNFEES-OPEN
              COMPUTE WS-ACCT-FEES-OPEN = WS-ACCT-FEES-OPEN
                  + LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
           END-IF
           .
       ADD-ONE-LATE-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE-COLLECTION-LETTER - one print-ready letter for the stage *
      * reached, firmer at each stage and a final demand at the last.  *
      *----------------------------------------------------------------*
       WRITE-COLLECTION-LETTER SECTION.
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE

           EVALUATE WS-NEW-STAGE
              WHEN 1
                 MOVE 'PAYMENT REMINDER' TO LT-HEADING
              WHEN 2
                 MOVE 'SECOND NOTICE - PAYMENT OVERDUE' TO LT-HEADING
              WHEN 3
                 MOVE 'THIRD NOTICE - ACCOUNT SERIOUSLY OVERDUE'
                     TO LT-HEADING
              WHEN OTHER
                 MOVE 'FINAL DEMAND' TO LT-HEADING
           END-EVALUATE
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-HEAD-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE LOANACCT-NAME TO LT-NAME
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-NAME-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE WS-NEW-STAGE
              WHEN 1
                 MOVE 'OUR RECORDS SHOW A LOAN REPAYMENT HAS NOT BEEN'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'RECEIVED. PLEASE PAY THE AMOUNT BELOW.'
                     TO WS-LETTER-BODY
              WHEN 2
                 MOVE 'YOUR LOAN REPAYMENTS ARE NOW OVER 30 DAYS'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'OVERDUE. PLEASE PAY OR CONTACT US NOW.'
                     TO WS-LETTER-BODY
              WHEN 3
                 MOVE 'YOUR LOAN REPAYMENTS ARE NOW OVER 60 DAYS'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'OVERDUE. CONTACT US WITHOUT DELAY.'
                     TO WS-LETTER-BODY
              WHEN OTHER
                 MOVE 'YOUR LOAN IS OVER 90 DAYS OVERDUE. UNLESS PAID'
                     TO WS-LETTER-BODY
                 PERFORM WRITE-LETTER-BODY-LINE
                 MOVE 'IN FULL WE MAY TAKE FURTHER ACTION.'
                     TO WS-LETTER-BODY
           END-EVALUATE
           PERFORM WRITE-LETTER-BODY-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-CURRENT-ACCOUNT TO LT-ACCOUNT
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-REF-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-ACCT-OLDEST-DUE TO LT-OLDEST-DUE
           MOVE WS-ACCT-OLDEST-DAYS TO LT-DAYS
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LETTER-DAYS-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'REPAYMENTS OVERDUE:' TO LT-LABEL
           MOVE WS-ACCT-OWING TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'LATE FEES OWING:' TO LT-LABEL
           MOVE WS-ACCT-FEES-OPEN TO LT-AMOUNT
           PERFORM WRITE-LETTER-AMOUNT-LINE
           MOVE 'TOTAL NOW DUE:' TO LT-LABEL
           COMPUTE LT-AMOUNT = WS-ACCT-OWING + WS-ACCT-FEES-OPEN
           PERFORM WRITE-LETTER-AMOUNT-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO RC-LETTERS-WRITTEN
           ADD 1 TO RC-LETTERS-BY-STAGE(WS-NEW-STAGE)

           MOVE WS-CURRENT-ACCOUNT TO RL-ACCOUNT
           MOVE 0 TO RL-SEQ
           MOVE SPACES TO RL-ACTION
           STRING 'LETTER STAGE ' WS-NEW-STAGE DELIMITED BY SIZE
               INTO RL-ACTION
           MOVE WS-ACCT-OWING TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING 'LETTER SENT, ' DELIMITED BY SIZE
                  LT-DAYS DELIMITED BY SIZE
                  ' DAYS OVERDUE' DELIMITED BY SIZE
               INTO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           .
       WRITE-COLLECTION-LETTER-EXIT.
           EXIT.

       WRITE-LETTER-BODY-LINE SECTION.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LETTER-BODY TO LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-LETTER-BODY-LINE-EXIT.
           EXIT.

       WRITE-LETTER-AMOUNT-LINE SECTION.
           MOVE SPACES TO LETTER-LINE.
           MOVE WS-LETTER-AMOUNT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-LETTER-AMOUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT-CONFIRMED-WAIVERS - every waiver confirmed on LNFMNT    *
      * since the last run is reported with its reason and who         *
      * proposed and confirmed it, then marked reported.               *
      *----------------------------------------------------------------*
       REPORT-CONFIRMED-WAIVERS SECTION.
           MOVE LOW-VALUES TO LNFEES-KEY OF LNFEES-RECORD
           START Late-Fees KEY IS NOT LESS THAN
                               LNFEES-KEY OF LNFEES-RECORD
           IF LNFEES-IO-NORMAL
              MOVE 'N' TO WS-FEES-DONE-SW
           ELSE
              MOVE 'Y' TO WS-FEES-DONE-SW
           END-IF
           PERFORM REPORT-ONE-WAIVER
               UNTIL FEES-DONE
           .
       REPORT-CONFIRMED-WAIVERS-EXIT.
           EXIT.

       REPORT-ONE-WAIVER SECTION.
           READ Late-Fees NEXT RECORD
           IF NOT LNFEES-IO-NORMAL
              MOVE 'Y' TO WS-FEES-DONE-SW
              GO TO REPORT-ONE-WAIVER-EXIT
           END-IF
           IF NOT LNFEES-WAIVED
              OR LNFEES-WAIVER-REPORTED
              GO TO REPORT-ONE-WAIVER-EXIT
           END-IF

           COMPUTE WS-FEE-OWING =
               LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
           MOVE 'Y' TO LNFEES-WAIVE-REPORTED
           REWRITE LNFEES-RECORD
           IF NOT LNFEES-IO-NORMAL
              DISPLAY "ERROR: LNFEES rewrite failed, status="
                      LNFEES-STATUS-CODE
              MOVE 16 TO RETURN-CODE
              GO TO REPORT-ONE-WAIVER-EXIT
           END-IF
           ADD 1 TO RC-FEES-WAIVED
           ADD WS-FEE-OWING TO RC-FEES-WAIVED-AMT

           MOVE LNFEES-ACCOUNT TO RL-ACCOUNT
           MOVE LNFEES-SEQ TO RL-SEQ
           MOVE 'FEE WAIVED' TO RL-ACTION
           MOVE WS-FEE-OWING TO RL-AMOUNT
           MOVE SPACES TO RL-NOTE
           STRING LNFEES-WAIVE-REASON DELIMITED BY SIZE
                  ' BY ' LNFEES-WAIVE-PROPOSED-BY DELIMITED BY SIZE
                  ' CONFIRMED ' LNFEES-WAIVED-BY DELIMITED BY SIZE
                  ' ' LNFEES-WAIVE-TEXT DELIMITED BY SIZE
               INTO RL-NOTE
           PERFORM WRITE-RESULT-LINE
           .
       REPORT-ONE-WAIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-HEADINGS SECTION.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LATE FEES CHARGED:' TO TL-LABEL.
           MOVE RC-FEES-CHARGED TO TL-COUNT.
           MOVE RC-FEES-CHARGED-AMT TO TL-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'LATE FEES WAIVED:' TO TL-LABEL.
           MOVE RC-FEES-WAIVED TO TL-COUNT.
           MOVE RC-FEES-WAIVED-AMT TO TL-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 0 TO TL-AMOUNT.
           MOVE 'REMINDERS (10 DAYS):' TO TL-LABEL.
           MOVE RC-LETTERS-BY-STAGE(1) TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'SECOND LETTERS (30 DAYS):' TO TL-LABEL.
           MOVE RC-LETTERS-BY-STAGE(2) TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'THIRD LETTERS (60 DAYS):' TO TL-LABEL.
           MOVE RC-LETTERS-BY-STAGE(3) TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'FINAL DEMANDS (90 DAYS):' TO TL-LABEL.
           MOVE RC-LETTERS-BY-STAGE(4) TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE 'LETTERS PRODUCED:' TO TL-LABEL.
           MOVE RC-LETTERS-WRITTEN TO TL-COUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-TOTAL-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ONE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-RESULT-LINE SECTION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESULT-LINE-EXIT.
           EXIT.
