      *****************************************************************
      *    LNHMNT                                                     *
      *****************************************************************
      * Loan hardship transaction: a borrower in hardship is given a
      * payment holiday or has the loan restructured, under the same
      * second-approver confirmation LNPMNT and LNRMNT apply to the
      * credit policy and rate table. The change is staged on LNHPEND
      * and only reaches LOANSCHD and LOANACCT when a DIFFERENT userid
      * confirms it; every applied change is recorded on LNRESTR with
      * its reason and both userids.
      *   Holiday     - the oldest open LOANSCHD entries, as many as
      *                 asked, are deferred to the end of the term:
      *                 they are marked superseded, their unpaid
      *                 interest is capitalised onto the balance and
      *                 new entries at the account's monthly payment
      *                 are added after the last one, until the
      *                 deferred principal and interest are paid.
      *   Restructure - every open entry is superseded, the unpaid
      *                 interest of those already due capitalised, and
      *                 the balance re-amortised as level monthly
      *                 payments over the new term at the new rate
      *                 from next month; the account takes the new
      *                 rate and yearly repayment (a variable-rate
      *                 account by changing its margin).
      * Superseded entries are kept, and a part payment made on one
      * stays on it. If any update fails the whole change is backed
      * out.
      * Actions on the screen:
      *   B - browse the account, its open entries and any staged change
      *   H - stage a payment holiday (instalments, reason)
      *   R - stage a restructure (term months, rate, reason)
      *   C - confirm the staged change (different userid required)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNHMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LOANACCT SUPPRESS.
       COPY LOANSCHD SUPPRESS.
       COPY LNHPEND SUPPRESS.
       COPY LNRESTR SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-ABS-TIME                 PIC S9(15) COMP-3.
        01 WS-CURRENT-DATE             PIC X(8).
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-TODAY                    PIC 9(08) VALUE 0.
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-APPLY-SW                 PIC X(01) VALUE 'N'.
            88 APPLY-FAILED            VALUE 'Y'.
        01 COMMAREA-BUFFER             PIC X(01).

        01 WS-SCHEDULE-FIELDS.
           05 WS-SEQ                   PIC S9(04) COMP VALUE 0.
           05 WS-OPEN-ENTRIES          PIC 9(03) VALUE 0.
           05 WS-ARREARS-ENTRIES       PIC 9(03) VALUE 0.
           05 WS-ARREARS-OWING         PIC 9(11)V99 VALUE 0.
           05 WS-NEXT-DUE              PIC 9(08) VALUE 0.
           05 WS-LAST-DUE              PIC 9(08) VALUE 0.
           05 WS-REQUESTED             PIC 9(03) VALUE 0.
           05 WS-DEFERRED              PIC 9(03) VALUE 0.
           05 WS-SUPERSEDED            PIC 9(03) VALUE 0.
           05 WS-PART-INTEREST         PIC 9(09)V99 VALUE 0.
           05 WS-UNPAID-INTEREST       PIC 9(09)V99 VALUE 0.
           05 WS-UNPAID-PRINCIPAL      PIC 9(09)V99 VALUE 0.
           05 WS-CAPITALISED           PIC 9(11)V99 VALUE 0.
           05 WS-DEFERRED-PRINCIPAL    PIC 9(13)V99 VALUE 0.
           05 WS-HOLIDAY-FROM          PIC 9(08) VALUE 0.
           05 WS-HOLIDAY-TO            PIC 9(08) VALUE 0.

        01 WS-GENERATE-FIELDS.
           05 WS-GEN-BALANCE           PIC S9(13)V99 COMP-3.
           05 WS-GEN-PAYMENT           PIC 9(09)V99 COMP-3.
           05 WS-GEN-INTEREST          PIC 9(09)V99 COMP-3.
           05 WS-GEN-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05 WS-GEN-RATE              PIC S9(05) VALUE 0.
           05 WS-GEN-SEQ               PIC 9(03) VALUE 0.
           05 WS-GEN-LEFT              PIC 9(03) VALUE 0.
           05 WS-GEN-FIRST-SEQ         PIC 9(03) VALUE 0.
           05 WS-GEN-DUE-YYYY          PIC 9(04).
           05 WS-GEN-DUE-MM            PIC 9(02).
           05 WS-GEN-DUE-DATE          PIC 9(08).
           05 WS-MONTH-RATE            PIC 9V9(09) COMP-3.
           05 WS-GROWTH                PIC 9(05)V9(09) COMP-3.

        01 WS-DISPLAY-FIELDS.
           05 WS-BAL-DISPLAY           PIC -(12)9.99.
           05 WS-AMT-DISPLAY           PIC Z(10)9.99.
           05 WS-RATE-DISPLAY          PIC -(4)9.
           05 WS-COUNT-DISPLAY         PIC ZZ9.
           05 WS-COUNT2-DISPLAY        PIC ZZ9.

        COPY LNHMAP.
        COPY DFHAID.

        LINKAGE SECTION.

        01  DFHCOMMAREA                   PIC X(01).

        PROCEDURE DIVISION.

      ***********************************************************
      * Main Program loop starts here....                       *
      ***********************************************************

        MAIN-PROCESS SECTION.

      ***********************************************************
      * FIRST TIME PROCESSING                                   *
      ***********************************************************
            IF EIBCALEN = 0
               EXEC CICS SEND MAP('LNHMAP')
                              MAPSET('LNHMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('LNHM')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('LNHMAP')
                        MAPSET('LNHMAP')
                        NOHANDLE
                        END-EXEC
            EVALUATE EIBAID
                WHEN DFHPF3   PERFORM EXIT-TRANSACTION
                WHEN DFHPF12  PERFORM EXIT-TRANSACTION
                WHEN DFHCLEAR CONTINUE
                WHEN DFHENTER
                  MOVE SPACES TO MSG1O MSG2O MSG3O MSG4O
                  IF ACCTI = SPACES OR ACCTI = LOW-VALUES
                     MOVE 'Account is required' TO MSG1O
                  ELSE
                     EVALUATE ACTIONI
                        WHEN 'B'
                           PERFORM BROWSE-LOAN-ACCOUNT
                        WHEN 'H'
                           PERFORM STAGE-PAYMENT-HOLIDAY
                        WHEN 'R'
                           PERFORM STAGE-RESTRUCTURE
                        WHEN 'C'
                           PERFORM CONFIRM-HARDSHIP-CHANGE
                        WHEN OTHER
                           MOVE 'Action must be B, H, R or C'
                               TO MSG1O
                     END-EVALUATE
                  END-IF
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('LNHMAP')
                 MAPSET('LNHMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('LNHM')
                 COMMAREA (COMMAREA-BUFFER) END-EXEC.

         MAIN-PROCESS-EXIT.
            EXEC CICS RETURN END-EXEC.
            EXIT.
      ***********************************************************
      * Main Program loop ENDS here....                         *
      ***********************************************************

        EXIT-TRANSACTION SECTION.
      *********************************************************
      * End of this transaction, put out message and die...
      *********************************************************

            EXEC CICS SEND CONTROL ERASE END-EXEC
            MOVE 'LNHMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * BROWSE-LOAN-ACCOUNT - the account's balance and rate,    *
      * its open and overdue entries, and any change staged for  *
      * it and waiting on a second approver.                     *
      ***********************************************************
        BROWSE-LOAN-ACCOUNT SECTION.
           PERFORM GET-CURRENT-TIME.
           PERFORM READ-LOAN-ACCOUNT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Loan account not found' TO MSG1O
              GO TO BROWSE-LOAN-ACCOUNT-EXIT
           END-IF.
           PERFORM SCAN-ACCOUNT-SCHEDULE.

           MOVE LOANACCT-BALANCE TO WS-BAL-DISPLAY.
           MOVE LOANACCT-RATE TO WS-RATE-DISPLAY.
           STRING LOANACCT-NAME DELIMITED BY SIZE
                  ' balance ' WS-BAL-DISPLAY
                  ' rate ' WS-RATE-DISPLAY '%'
                  DELIMITED BY SIZE INTO MSG1O.
           MOVE WS-OPEN-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-ARREARS-ENTRIES TO WS-COUNT2-DISPLAY.
           MOVE WS-ARREARS-OWING TO WS-AMT-DISPLAY.
           STRING 'Open entries ' WS-COUNT-DISPLAY
                  ', overdue ' WS-COUNT2-DISPLAY
                  ' owing ' WS-AMT-DISPLAY
                  ' next ' WS-NEXT-DUE
                  DELIMITED BY SIZE INTO MSG2O.

           MOVE ACCTI TO LNHPEND-ACCOUNT.
           EXEC CICS READ FILE('LNHPEND')
                INTO(LNHPEND-RECORD)
                LENGTH(LENGTH OF LNHPEND-RECORD)
                RIDFLD(LNHPEND-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE LNHPEND-INSTALMENTS TO INSTALO
              MOVE LNHPEND-TERM-MONTHS TO TERMO
              MOVE LNHPEND-NEW-RATE TO RATEO
              MOVE LNHPEND-REASON-CODE TO REASONO
              MOVE LNHPEND-REASON-TEXT TO RSNTEXTO
              IF LNHPEND-HOLIDAY
                 STRING 'Payment holiday staged by '
                        LNHPEND-PROPOSED-BY
                        DELIMITED BY SIZE INTO MSG3O
              ELSE
                 STRING 'Restructure staged by '
                        LNHPEND-PROPOSED-BY
                        DELIMITED BY SIZE INTO MSG3O
              END-IF
              MOVE 'a second approver must enter C to confirm it'
                  TO MSG4O
           ELSE
              MOVE 'Nothing staged for this account' TO MSG3O
           END-IF.
           IF NOT LOANACCT-OPEN
              MOVE 'Account is closed' TO MSG4O
           END-IF.
        BROWSE-LOAN-ACCOUNT-EXIT.
           EXIT.

        READ-LOAN-ACCOUNT SECTION.
           MOVE ACCTI TO LOANACCT-NUMBER.
           EXEC CICS READ FILE('LOANACCT')
                INTO(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RIDFLD(LOANACCT-KEY)
                RESP(WS-RESP)
                END-EXEC.
        READ-LOAN-ACCOUNT-EXIT.
           EXIT.

      ***********************************************************
      * SCAN-ACCOUNT-SCHEDULE - counts the open entries, those   *
      * overdue and what they owe, the next open due date and    *
      * the last due date still on the schedule.                 *
      ***********************************************************
        SCAN-ACCOUNT-SCHEDULE SECTION.
           MOVE 0 TO WS-OPEN-ENTRIES.
           MOVE 0 TO WS-ARREARS-ENTRIES.
           MOVE 0 TO WS-ARREARS-OWING.
           MOVE 0 TO WS-NEXT-DUE.
           MOVE 0 TO WS-LAST-DUE.
           PERFORM SCAN-ONE-ENTRY
               VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > LOANACCT-SCHED-COUNT.
        SCAN-ACCOUNT-SCHEDULE-EXIT.
           EXIT.

        SCAN-ONE-ENTRY SECTION.
           PERFORM READ-SCHEDULE-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO SCAN-ONE-ENTRY-EXIT
           END-IF.
           IF NOT LOANSCHD-SUPERSEDED
              AND LOANSCHD-DUE-DATE > WS-LAST-DUE
              MOVE LOANSCHD-DUE-DATE TO WS-LAST-DUE
           END-IF.
           IF LOANSCHD-CLEARED
              GO TO SCAN-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-ENTRIES.
           IF WS-NEXT-DUE = 0
              MOVE LOANSCHD-DUE-DATE TO WS-NEXT-DUE
           END-IF.
           IF LOANSCHD-DUE-DATE < WS-TODAY
              ADD 1 TO WS-ARREARS-ENTRIES
              COMPUTE WS-ARREARS-OWING = WS-ARREARS-OWING
                  + LOANSCHD-AMOUNT-DUE - LOANSCHD-AMOUNT-PAID
           END-IF.
        SCAN-ONE-ENTRY-EXIT.
           EXIT.

        READ-SCHEDULE-ENTRY SECTION.
           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT.
           MOVE WS-SEQ TO LOANSCHD-SEQ.
           EXEC CICS READ FILE('LOANSCHD')
                INTO(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RIDFLD(LOANSCHD-KEY)
                RESP(WS-RESP)
                END-EXEC.
        READ-SCHEDULE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * STAGE-PAYMENT-HOLIDAY - edits the instalments to defer   *
      * (1 to 12, no more than are open) and stages the holiday  *
      * on LNHPEND; the schedule is not touched.                 *
      ***********************************************************
        STAGE-PAYMENT-HOLIDAY SECTION.
           PERFORM EDIT-COMMON-FIELDS.
           IF NOT EDITS-PASSED
              GO TO STAGE-PAYMENT-HOLIDAY-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN INSTALI IS NOT NUMERIC
                 MOVE 'Instalments must be numeric' TO MSG1O
                 GO TO STAGE-PAYMENT-HOLIDAY-EXIT
              WHEN INSTALI < '01' OR INSTALI > '12'
                 MOVE 'A holiday defers 1 to 12 instalments' TO MSG1O
                 GO TO STAGE-PAYMENT-HOLIDAY-EXIT
              WHEN OTHER
                 MOVE INSTALI TO WS-REQUESTED
           END-EVALUATE.
           IF WS-REQUESTED > WS-OPEN-ENTRIES
              MOVE WS-OPEN-ENTRIES TO WS-COUNT-DISPLAY
              STRING 'Only ' WS-COUNT-DISPLAY
                     ' open instalments to defer'
                     DELIMITED BY SIZE INTO MSG1O
              GO TO STAGE-PAYMENT-HOLIDAY-EXIT
           END-IF.
           IF LOANACCT-SCHED-COUNT + WS-REQUESTED > 999
              MOVE 'The schedule has no room for a holiday'
                  TO MSG1O
              GO TO STAGE-PAYMENT-HOLIDAY-EXIT
           END-IF.

           MOVE 'H' TO LNHPEND-TYPE.
           MOVE WS-REQUESTED TO LNHPEND-INSTALMENTS.
           MOVE 0 TO LNHPEND-TERM-MONTHS.
           MOVE LOANACCT-RATE TO LNHPEND-NEW-RATE.
           PERFORM WRITE-STAGED-CHANGE.
        STAGE-PAYMENT-HOLIDAY-EXIT.
           EXIT.

      ***********************************************************
      * STAGE-RESTRUCTURE - edits the new term (1 to 360 months) *
      * and rate and stages the restructure on LNHPEND.          *
      ***********************************************************
        STAGE-RESTRUCTURE SECTION.
           PERFORM EDIT-COMMON-FIELDS.
           IF NOT EDITS-PASSED
              GO TO STAGE-RESTRUCTURE-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN TERMI IS NOT NUMERIC
                 MOVE 'Term months must be numeric' TO MSG1O
                 GO TO STAGE-RESTRUCTURE-EXIT
              WHEN TERMI < '001' OR TERMI > '360'
                 MOVE 'Term must be 1 to 360 months' TO MSG1O
                 GO TO STAGE-RESTRUCTURE-EXIT
              WHEN RATEI IS NOT NUMERIC
                 MOVE 'Rate must be numeric' TO MSG1O
                 GO TO STAGE-RESTRUCTURE-EXIT
              WHEN FUNCTION NUMVAL(RATEI) > 99
                 MOVE 'Rate must be 0 to 99 percent' TO MSG1O
                 GO TO STAGE-RESTRUCTURE-EXIT
              WHEN OTHER
                 MOVE TERMI TO WS-REQUESTED
           END-EVALUATE.
           IF LOANACCT-BALANCE NOT > 0
              MOVE 'No balance left to restructure' TO MSG1O
              GO TO STAGE-RESTRUCTURE-EXIT
           END-IF.
           IF LOANACCT-SCHED-COUNT + WS-REQUESTED > 999
              MOVE 'The schedule has no room for that term'
                  TO MSG1O
              GO TO STAGE-RESTRUCTURE-EXIT
           END-IF.

           MOVE 'R' TO LNHPEND-TYPE.
           MOVE 0 TO LNHPEND-INSTALMENTS.
           MOVE WS-REQUESTED TO LNHPEND-TERM-MONTHS.
           MOVE FUNCTION NUMVAL(RATEI) TO LNHPEND-NEW-RATE.
           PERFORM WRITE-STAGED-CHANGE.
        STAGE-RESTRUCTURE-EXIT.
           EXIT.

      ***********************************************************
      * EDIT-COMMON-FIELDS - the account must be open, and the   *
      * reason code known and explained.                         *
      ***********************************************************
        EDIT-COMMON-FIELDS SECTION.
           MOVE 'N' TO WS-EDIT-SW.
           PERFORM GET-CURRENT-TIME.
           PERFORM READ-LOAN-ACCOUNT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Loan account not found' TO MSG1O
              GO TO EDIT-COMMON-FIELDS-EXIT
           END-IF.
           IF NOT LOANACCT-OPEN
              MOVE 'Account is closed' TO MSG1O
              GO TO EDIT-COMMON-FIELDS-EXIT
           END-IF.
           MOVE REASONI TO LNHPEND-REASON-CODE.
           IF NOT LNHPEND-REASON-VALID
              MOVE 'Reason must be JL, IL, BV, IR, DV or OT'
                  TO MSG1O
              GO TO EDIT-COMMON-FIELDS-EXIT
           END-IF.
           IF RSNTEXTI = SPACES OR RSNTEXTI = LOW-VALUES
              MOVE 'Reason text is required' TO MSG1O
              GO TO EDIT-COMMON-FIELDS-EXIT
           END-IF.
           PERFORM SCAN-ACCOUNT-SCHEDULE.
           MOVE 'Y' TO WS-EDIT-SW.
        EDIT-COMMON-FIELDS-EXIT.
           EXIT.

        WRITE-STAGED-CHANGE SECTION.
           MOVE ACCTI TO LNHPEND-ACCOUNT.
           MOVE RSNTEXTI TO LNHPEND-REASON-TEXT.
           MOVE WS-USERID TO LNHPEND-PROPOSED-BY.
           MOVE WS-CURRENT-DATE TO LNHPEND-PROPOSED-AT(1:8).
           MOVE WS-CURRENT-TIME TO LNHPEND-PROPOSED-AT(9:8).

      * Re-staging simply replaces the account's earlier staged change
           EXEC CICS DELETE FILE('LNHPEND')
                KEYLENGTH(LENGTH OF LNHPEND-KEY)
                RIDFLD(LNHPEND-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EXEC CICS WRITE FILE('LNHPEND')
                FROM(LNHPEND-RECORD)
                LENGTH(LENGTH OF LNHPEND-RECORD)
                RIDFLD(LNHPEND-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Change staged - a second approver must enter C'
                  TO MSG1O
              MOVE 'to confirm it before it takes effect' TO MSG2O
           ELSE
              MOVE 'Error staging change on LNHPEND' TO MSG1O
           END-IF.
        WRITE-STAGED-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * CONFIRM-HARDSHIP-CHANGE - a DIFFERENT userid applies the *
      * staged holiday or restructure to the schedule and the    *
      * account and it is recorded on LNRESTR. Any failure backs *
      * the whole change out.                                    *
      ***********************************************************
        CONFIRM-HARDSHIP-CHANGE SECTION.
           MOVE ACCTI TO LNHPEND-ACCOUNT.
           EXEC CICS READ FILE('LNHPEND')
                INTO(LNHPEND-RECORD)
                LENGTH(LENGTH OF LNHPEND-RECORD)
                RIDFLD(LNHPEND-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No staged change for this account' TO MSG1O
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           IF LNHPEND-PROPOSED-BY = WS-USERID
              MOVE 'Confirmation must come from a second approver'
                  TO MSG1O
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           PERFORM GET-CURRENT-TIME.
           MOVE LNHPEND-ACCOUNT TO LOANACCT-NUMBER.
           EXEC CICS READ FILE('LOANACCT')
                INTO(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RIDFLD(LOANACCT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Loan account not found' TO MSG1O
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.
           IF NOT LOANACCT-OPEN
              EXEC CICS UNLOCK FILE('LOANACCT')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'Account is closed' TO MSG1O
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           MOVE LOANACCT-RATE TO LNRESTR-OLD-RATE.
           MOVE LOANACCT-BALANCE TO LNRESTR-OLD-BALANCE.
           MOVE 0 TO WS-DEFERRED.
           MOVE 0 TO WS-SUPERSEDED.
           MOVE 0 TO WS-CAPITALISED.
           MOVE 0 TO WS-DEFERRED-PRINCIPAL.
           MOVE 0 TO WS-HOLIDAY-FROM.
           MOVE 0 TO WS-HOLIDAY-TO.
           MOVE 0 TO WS-LAST-DUE.
           MOVE 'N' TO WS-APPLY-SW.
           COMPUTE WS-GEN-FIRST-SEQ = LOANACCT-SCHED-COUNT + 1.
           MOVE LOANACCT-SCHED-COUNT TO WS-GEN-SEQ.

           IF LNHPEND-HOLIDAY
              PERFORM APPLY-PAYMENT-HOLIDAY
           ELSE
              PERFORM APPLY-RESTRUCTURE
           END-IF.
           IF APPLY-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           MOVE WS-GEN-SEQ TO LOANACCT-SCHED-COUNT.
           EXEC CICS REWRITE FILE('LOANACCT')
                FROM(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Error updating LOANACCT - nothing was applied'
                  TO MSG1O
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           PERFORM WRITE-RESTRUCTURE-RECORD.
           IF APPLY-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CONFIRM-HARDSHIP-CHANGE-EXIT
           END-IF.

           EXEC CICS DELETE FILE('LNHPEND')
                KEYLENGTH(LENGTH OF LNHPEND-KEY)
                RIDFLD(LNHPEND-KEY)
                RESP(WS-RESP)
                END-EXEC.

           MOVE WS-GEN-PAYMENT TO WS-AMT-DISPLAY.
           IF LNHPEND-HOLIDAY
              MOVE WS-DEFERRED TO WS-COUNT-DISPLAY
              STRING 'Holiday applied - ' WS-COUNT-DISPLAY
                     ' instalments deferred to the end of term'
                     DELIMITED BY SIZE INTO MSG1O
           ELSE
              MOVE WS-SUPERSEDED TO WS-COUNT-DISPLAY
              STRING 'Restructure applied - ' WS-COUNT-DISPLAY
                     ' entries superseded'
                     DELIMITED BY SIZE INTO MSG1O
           END-IF.
           MOVE WS-CAPITALISED TO WS-BAL-DISPLAY.
           STRING 'Interest capitalised ' WS-BAL-DISPLAY
                  DELIMITED BY SIZE INTO MSG2O.
           MOVE LOANACCT-BALANCE TO WS-BAL-DISPLAY.
           STRING 'New balance ' WS-BAL-DISPLAY
                  ' monthly payment ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO MSG3O.
        CONFIRM-HARDSHIP-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * APPLY-PAYMENT-HOLIDAY - supersedes the oldest open       *
      * entries, capitalises their unpaid interest and adds the  *
      * entries that repay them after the last one still on the  *
      * schedule, at the account's monthly payment and rate.     *
      ***********************************************************
        APPLY-PAYMENT-HOLIDAY SECTION.
           MOVE LNHPEND-INSTALMENTS TO WS-REQUESTED.
           PERFORM DEFER-ONE-ENTRY
               VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > LOANACCT-SCHED-COUNT
                  OR APPLY-FAILED.
           IF APPLY-FAILED
              GO TO APPLY-PAYMENT-HOLIDAY-EXIT
           END-IF.
           IF WS-DEFERRED = 0
              MOVE 'No open instalments left to defer' TO MSG1O
              MOVE 'Y' TO WS-APPLY-SW
              GO TO APPLY-PAYMENT-HOLIDAY-EXIT
           END-IF.
           IF WS-LAST-DUE < WS-HOLIDAY-TO
              MOVE WS-HOLIDAY-TO TO WS-LAST-DUE
           END-IF.

           ADD WS-CAPITALISED TO LOANACCT-BALANCE.
           COMPUTE WS-GEN-BALANCE =
               WS-DEFERRED-PRINCIPAL + WS-CAPITALISED.
           COMPUTE WS-GEN-PAYMENT ROUNDED =
               LOANACCT-REPAYMENT / 12.
           MOVE LOANACCT-RATE TO WS-GEN-RATE.
           MOVE WS-LAST-DUE(1:4) TO WS-GEN-DUE-YYYY.
           MOVE WS-LAST-DUE(5:2) TO WS-GEN-DUE-MM.
           COMPUTE WS-GEN-LEFT = 999 - LOANACCT-SCHED-COUNT.
           PERFORM GENERATE-ONE-NEW-ENTRY
               UNTIL WS-GEN-BALANCE IS NOT GREATER THAN 0
                  OR WS-GEN-LEFT = 0
                  OR APPLY-FAILED.

           MOVE WS-DEFERRED TO LNRESTR-DEFERRED.
           MOVE WS-HOLIDAY-FROM TO LNRESTR-HOLIDAY-FROM.
           MOVE WS-HOLIDAY-TO TO LNRESTR-HOLIDAY-TO.
           COMPUTE LNRESTR-TERM-MONTHS =
               WS-GEN-SEQ - LOANACCT-SCHED-COUNT.
           MOVE LOANACCT-RATE TO LNRESTR-NEW-RATE.
        APPLY-PAYMENT-HOLIDAY-EXIT.
           EXIT.

        DEFER-ONE-ENTRY SECTION.
           PERFORM READ-SCHEDULE-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO DEFER-ONE-ENTRY-EXIT
           END-IF.
           IF LOANSCHD-CLEARED
              OR WS-DEFERRED NOT < WS-REQUESTED
              IF NOT LOANSCHD-SUPERSEDED
                 AND LOANSCHD-DUE-DATE > WS-LAST-DUE
                 MOVE LOANSCHD-DUE-DATE TO WS-LAST-DUE
              END-IF
              GO TO DEFER-ONE-ENTRY-EXIT
           END-IF.

           PERFORM SUPERSEDE-ONE-ENTRY.
           IF APPLY-FAILED
              GO TO DEFER-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-DEFERRED.
           ADD WS-UNPAID-INTEREST TO WS-CAPITALISED.
           ADD WS-UNPAID-PRINCIPAL TO WS-DEFERRED-PRINCIPAL.
           IF WS-HOLIDAY-FROM = 0
              MOVE LOANSCHD-DUE-DATE TO WS-HOLIDAY-FROM
           END-IF.
           MOVE LOANSCHD-DUE-DATE TO WS-HOLIDAY-TO.
        DEFER-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * APPLY-RESTRUCTURE - supersedes every open entry,         *
      * capitalises the unpaid interest of those already due,    *
      * and re-amortises the balance over the new term at the    *
      * new rate: P = B * r / (1 - (1 + r) ** -n) with r the     *
      * monthly rate, B / n at a nil rate, the final entry       *
      * taking whatever rounding leaves.                         *
      ***********************************************************
        APPLY-RESTRUCTURE SECTION.
           PERFORM RESTRUCTURE-ONE-ENTRY
               VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > LOANACCT-SCHED-COUNT
                  OR APPLY-FAILED.
           IF APPLY-FAILED
              GO TO APPLY-RESTRUCTURE-EXIT
           END-IF.

           ADD WS-CAPITALISED TO LOANACCT-BALANCE.
           MOVE LOANACCT-BALANCE TO WS-GEN-BALANCE.
           MOVE LNHPEND-NEW-RATE TO WS-GEN-RATE.
           IF WS-GEN-RATE = 0
              COMPUTE WS-GEN-PAYMENT ROUNDED =
                  WS-GEN-BALANCE / LNHPEND-TERM-MONTHS
           ELSE
              COMPUTE WS-MONTH-RATE ROUNDED = WS-GEN-RATE / 1200
              COMPUTE WS-GROWTH ROUNDED =
                  (1 + WS-MONTH-RATE) ** LNHPEND-TERM-MONTHS
              COMPUTE WS-GEN-PAYMENT ROUNDED =
                  WS-GEN-BALANCE * WS-MONTH-RATE * WS-GROWTH
                  / (WS-GROWTH - 1)
           END-IF.
           MOVE WS-TODAY(1:4) TO WS-GEN-DUE-YYYY.
           MOVE WS-TODAY(5:2) TO WS-GEN-DUE-MM.
           MOVE LNHPEND-TERM-MONTHS TO WS-GEN-LEFT.
           PERFORM GENERATE-ONE-NEW-ENTRY
               UNTIL WS-GEN-BALANCE IS NOT GREATER THAN 0
                  OR WS-GEN-LEFT = 0
                  OR APPLY-FAILED.

      * A variable-rate loan keeps its new rate as a changed margin
      * over the same reference rate, so repricing does not undo it
           IF LOANACCT-VARIABLE
              COMPUTE LOANACCT-MARGIN = LOANACCT-MARGIN
                  + LNHPEND-NEW-RATE - LOANACCT-RATE
           END-IF.
           MOVE LNHPEND-NEW-RATE TO LOANACCT-RATE.
           COMPUTE LOANACCT-REPAYMENT ROUNDED = WS-GEN-PAYMENT * 12.
           MOVE 0 TO LNRESTR-DEFERRED.
           MOVE 0 TO LNRESTR-HOLIDAY-FROM.
           MOVE 0 TO LNRESTR-HOLIDAY-TO.
           MOVE LNHPEND-TERM-MONTHS TO LNRESTR-TERM-MONTHS.
           MOVE LNHPEND-NEW-RATE TO LNRESTR-NEW-RATE.
        APPLY-RESTRUCTURE-EXIT.
           EXIT.

        RESTRUCTURE-ONE-ENTRY SECTION.
           PERFORM READ-SCHEDULE-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LOANSCHD-CLEARED
              GO TO RESTRUCTURE-ONE-ENTRY-EXIT
           END-IF.
           PERFORM SUPERSEDE-ONE-ENTRY.
           IF APPLY-FAILED
              GO TO RESTRUCTURE-ONE-ENTRY-EXIT
           END-IF.
      * Interest not yet due is not owed - the new schedule charges
      * interest afresh from today
           IF LOANSCHD-DUE-DATE NOT > WS-TODAY
              ADD WS-UNPAID-INTEREST TO WS-CAPITALISED
           END-IF.
        RESTRUCTURE-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * SUPERSEDE-ONE-ENTRY - marks the entry superseded as of   *
      * today and works out what it still owed, split as the     *
      * schedule split it after any part payment on it.          *
      ***********************************************************
        SUPERSEDE-ONE-ENTRY SECTION.
           EXEC CICS READ FILE('LOANSCHD')
                INTO(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RIDFLD(LOANSCHD-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error reading LOANSCHD - nothing was applied'
                  TO MSG1O
              MOVE 'Y' TO WS-APPLY-SW
              GO TO SUPERSEDE-ONE-ENTRY-EXIT
           END-IF.

           MOVE 0 TO WS-PART-INTEREST.
           IF LOANSCHD-AMOUNT-PAID > 0
              AND LOANSCHD-AMOUNT-DUE > 0
              COMPUTE WS-PART-INTEREST ROUNDED =
                  LOANSCHD-AMOUNT-PAID * LOANSCHD-INTEREST
                  / LOANSCHD-AMOUNT-DUE
           END-IF.
           COMPUTE WS-UNPAID-INTEREST =
               LOANSCHD-INTEREST - WS-PART-INTEREST.
           COMPUTE WS-UNPAID-PRINCIPAL =
               LOANSCHD-PRINCIPAL
               - (LOANSCHD-AMOUNT-PAID - WS-PART-INTEREST).

           MOVE 'S' TO LOANSCHD-PAID-SW.
           MOVE WS-TODAY TO LOANSCHD-PAID-DATE.
           EXEC CICS REWRITE FILE('LOANSCHD')
                FROM(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error updating LOANSCHD - nothing was applied'
                  TO MSG1O
              MOVE 'Y' TO WS-APPLY-SW
              GO TO SUPERSEDE-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-SUPERSEDED.
        SUPERSEDE-ONE-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * GENERATE-ONE-NEW-ENTRY - the next month's entry, due on  *
      * the 1st as LOANCICS schedules them: interest on the      *
      * running balance at a twelfth of the yearly rate, the     *
      * rest of the payment reducing it; the last entry there is *
      * room for takes whatever balance is left.                 *
      ***********************************************************
        GENERATE-ONE-NEW-ENTRY SECTION.
           ADD 1 TO WS-GEN-SEQ.
           SUBTRACT 1 FROM WS-GEN-LEFT.
           ADD 1 TO WS-GEN-DUE-MM.
           IF WS-GEN-DUE-MM IS GREATER THAN 12
              MOVE 1 TO WS-GEN-DUE-MM
              ADD 1 TO WS-GEN-DUE-YYYY
           END-IF.
           COMPUTE WS-GEN-DUE-DATE =
               WS-GEN-DUE-YYYY * 10000 + WS-GEN-DUE-MM * 100 + 1.

           COMPUTE WS-GEN-INTEREST ROUNDED =
               WS-GEN-BALANCE * WS-GEN-RATE / 100 / 12.
           IF WS-GEN-LEFT = 0
              OR WS-GEN-PAYMENT IS GREATER THAN
                 WS-GEN-BALANCE + WS-GEN-INTEREST
              COMPUTE WS-GEN-PRINCIPAL = WS-GEN-BALANCE
           ELSE
              COMPUTE WS-GEN-PRINCIPAL =
                  WS-GEN-PAYMENT - WS-GEN-INTEREST
           END-IF.
           IF WS-GEN-PRINCIPAL IS LESS THAN 0
              MOVE 0 TO WS-GEN-PRINCIPAL
           END-IF.
           SUBTRACT WS-GEN-PRINCIPAL FROM WS-GEN-BALANCE.

           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT.
           MOVE WS-GEN-SEQ TO LOANSCHD-SEQ.
           MOVE WS-GEN-DUE-DATE TO LOANSCHD-DUE-DATE.
           COMPUTE LOANSCHD-AMOUNT-DUE =
               WS-GEN-INTEREST + WS-GEN-PRINCIPAL.
           MOVE WS-GEN-INTEREST TO LOANSCHD-INTEREST.
           MOVE WS-GEN-PRINCIPAL TO LOANSCHD-PRINCIPAL.
           MOVE SPACE TO LOANSCHD-PAID-SW.
           MOVE 0 TO LOANSCHD-AMOUNT-PAID.
           MOVE 0 TO LOANSCHD-PAID-DATE.
           EXEC CICS WRITE FILE('LOANSCHD')
                FROM(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RIDFLD(LOANSCHD-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error adding LOANSCHD entry - nothing was applied'
                  TO MSG1O
              MOVE 'Y' TO WS-APPLY-SW
           END-IF.
        GENERATE-ONE-NEW-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * WRITE-RESTRUCTURE-RECORD - the change applied, its       *
      * reason, proposer, confirmer and effect on the schedule.  *
      ***********************************************************
        WRITE-RESTRUCTURE-RECORD SECTION.
           PERFORM GET-CURRENT-TIME.
           MOVE LNHPEND-ACCOUNT TO LNRESTR-ACCOUNT.
           MOVE WS-CURRENT-DATE TO LNRESTR-APPLIED-AT(1:8).
           MOVE WS-CURRENT-TIME TO LNRESTR-APPLIED-AT(9:8).
           MOVE LNHPEND-TYPE TO LNRESTR-TYPE.
           MOVE LNHPEND-REASON-CODE TO LNRESTR-REASON-CODE.
           MOVE LNHPEND-REASON-TEXT TO LNRESTR-REASON-TEXT.
           MOVE LNHPEND-PROPOSED-BY TO LNRESTR-PROPOSED-BY.
           MOVE LNHPEND-PROPOSED-AT TO LNRESTR-PROPOSED-AT.
           MOVE WS-USERID TO LNRESTR-CONFIRMED-BY.
           MOVE WS-CAPITALISED TO LNRESTR-CAPITALISED.
           MOVE LOANACCT-BALANCE TO LNRESTR-NEW-BALANCE.
           MOVE WS-GEN-PAYMENT TO LNRESTR-NEW-PAYMENT.
           MOVE WS-SUPERSEDED TO LNRESTR-SUPERSEDED.
           MOVE WS-GEN-FIRST-SEQ TO LNRESTR-FIRST-SEQ.
           MOVE WS-GEN-SEQ TO LNRESTR-LAST-SEQ.
           EXEC CICS WRITE FILE('LNRESTR')
                FROM(LNRESTR-RECORD)
                LENGTH(LENGTH OF LNRESTR-RECORD)
                RIDFLD(LNRESTR-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error recording on LNRESTR - nothing was applied'
                  TO MSG1O
              MOVE 'Y' TO WS-APPLY-SW
           END-IF.
        WRITE-RESTRUCTURE-RECORD-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                         YYYYMMDD(WS-CURRENT-DATE)
                         TIME(WS-CURRENT-TIME)
                         END-EXEC.
           MOVE WS-CURRENT-DATE TO WS-TODAY.
        GET-CURRENT-TIME-EXIT.
           EXIT.
