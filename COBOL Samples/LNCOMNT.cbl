      *****************************************************************
      *    LNCOMNT                                                    *
      *****************************************************************
      * Loan charge-off transaction: a loan that has sat in LOANARRS's
      * 90+ day bucket is written off under the same second-approver
      * confirmation LNHMNT applies to a hardship change. The
      * charge-off is staged on LNCHGOFF with its reason and only
      * takes effect when a DIFFERENT userid confirms it: the balance
      * is recorded on LNCHGOFF as the amount written off and goes to
      * zero, the account is marked written off and its open LOANSCHD
      * entries with it, so it leaves the arrears, fee and direct-
      * debit runs and EXPOSURE's book. Anything received on it later
      * is posted by LOANPAY as a recovery. If any update fails the
      * whole charge-off is backed out.
      * Actions on the screen:
      *   B - browse the account's arrears and any charge-off on it
      *   P - propose a charge-off (reason code and text)
      *   C - confirm the staged charge-off (different userid required)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCOMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LOANACCT SUPPRESS.
       COPY LOANSCHD SUPPRESS.
       COPY LNCHGOFF SUPPRESS.
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

      * Only a loan in LOANARRS's 90+ bucket may be charged off.
        01 WS-MIN-DAYS-PAST-DUE        PIC 9(04) VALUE 90.

        01 WS-SCHEDULE-FIELDS.
           05 WS-SEQ                   PIC S9(04) COMP VALUE 0.
           05 WS-OPEN-ENTRIES          PIC 9(03) VALUE 0.
           05 WS-ARREARS-ENTRIES       PIC 9(03) VALUE 0.
           05 WS-ARREARS-OWING         PIC 9(11)V99 VALUE 0.
           05 WS-OLDEST-DUE            PIC 9(08) VALUE 0.
           05 WS-DAYS-PAST-DUE         PIC 9(04) VALUE 0.
           05 WS-WRITTEN-OFF           PIC 9(03) VALUE 0.

        01 WS-DISPLAY-FIELDS.
           05 WS-BAL-DISPLAY           PIC -(12)9.99.
           05 WS-AMT-DISPLAY           PIC Z(10)9.99.
           05 WS-COUNT-DISPLAY         PIC ZZ9.
           05 WS-COUNT2-DISPLAY        PIC ZZ9.
           05 WS-DAYS-DISPLAY          PIC ZZZ9.

        COPY LNCMAP.
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
               EXEC CICS SEND MAP('LNCMAP')
                              MAPSET('LNCMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('LNCO')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('LNCMAP')
                        MAPSET('LNCMAP')
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
                        WHEN 'P'
                           PERFORM STAGE-CHARGE-OFF
                        WHEN 'C'
                           PERFORM CONFIRM-CHARGE-OFF
                        WHEN OTHER
                           MOVE 'Action must be B, P or C'
                               TO MSG1O
                     END-EVALUATE
                  END-IF
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('LNCMAP')
                 MAPSET('LNCMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('LNCO')
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
            MOVE 'LNCOMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * BROWSE-LOAN-ACCOUNT - the account's balance, how far it  *
      * is in arrears, and any charge-off staged or made on it   *
      * with what has been recovered since.                      *
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
           STRING LOANACCT-NAME DELIMITED BY SIZE
                  ' balance ' WS-BAL-DISPLAY
                  ' tier ' LOANACCT-TIER
                  DELIMITED BY SIZE INTO MSG1O.
           MOVE WS-ARREARS-ENTRIES TO WS-COUNT-DISPLAY.
           MOVE WS-ARREARS-OWING TO WS-AMT-DISPLAY.
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
           STRING 'Overdue entries ' WS-COUNT-DISPLAY
                  ' owing ' WS-AMT-DISPLAY
                  ' oldest ' WS-DAYS-DISPLAY ' days'
                  DELIMITED BY SIZE INTO MSG2O.

           PERFORM READ-CHARGE-OFF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No charge-off on this account' TO MSG3O
              GO TO BROWSE-LOAN-ACCOUNT-EXIT
           END-IF.
           MOVE LNCHGOFF-REASON-CODE TO REASONO.
           MOVE LNCHGOFF-REASON-TEXT TO RSNTEXTO.
           IF LNCHGOFF-PROPOSED
              STRING 'Charge-off staged by ' LNCHGOFF-PROPOSED-BY
                     DELIMITED BY SIZE INTO MSG3O
              MOVE 'a second approver must enter C to confirm it'
                  TO MSG4O
           ELSE
              MOVE LNCHGOFF-AMOUNT TO WS-BAL-DISPLAY
              STRING 'Written off ' LNCHGOFF-WRITE-OFF-DATE
                     ' amount ' WS-BAL-DISPLAY
                     DELIMITED BY SIZE INTO MSG3O
              MOVE LNCHGOFF-RECOVERED TO WS-BAL-DISPLAY
              MOVE LNCHGOFF-RECOVERIES TO WS-DAYS-DISPLAY
              STRING 'Recovered ' WS-BAL-DISPLAY
                     ' in ' WS-DAYS-DISPLAY ' receipts'
                     DELIMITED BY SIZE INTO MSG4O
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

        READ-CHARGE-OFF SECTION.
           MOVE ACCTI TO LNCHGOFF-ACCOUNT.
           EXEC CICS READ FILE('LNCHGOFF')
                INTO(LNCHGOFF-RECORD)
                LENGTH(LENGTH OF LNCHGOFF-RECORD)
                RIDFLD(LNCHGOFF-KEY)
                RESP(WS-RESP)
                END-EXEC.
        READ-CHARGE-OFF-EXIT.
           EXIT.

      ***********************************************************
      * SCAN-ACCOUNT-SCHEDULE - counts the open entries, those   *
      * overdue and what they owe, and how many days the oldest  *
      * of them is past its due date.                            *
      ***********************************************************
        SCAN-ACCOUNT-SCHEDULE SECTION.
           MOVE 0 TO WS-OPEN-ENTRIES.
           MOVE 0 TO WS-ARREARS-ENTRIES.
           MOVE 0 TO WS-ARREARS-OWING.
           MOVE 0 TO WS-OLDEST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           PERFORM SCAN-ONE-ENTRY
               VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > LOANACCT-SCHED-COUNT.
           IF WS-OLDEST-DUE NOT = 0
              COMPUTE WS-DAYS-PAST-DUE =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
           END-IF.
        SCAN-ACCOUNT-SCHEDULE-EXIT.
           EXIT.

        SCAN-ONE-ENTRY SECTION.
           PERFORM READ-SCHEDULE-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LOANSCHD-CLEARED
              GO TO SCAN-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-ENTRIES.
           IF LOANSCHD-DUE-DATE < WS-TODAY
              ADD 1 TO WS-ARREARS-ENTRIES
              COMPUTE WS-ARREARS-OWING = WS-ARREARS-OWING
                  + LOANSCHD-AMOUNT-DUE - LOANSCHD-AMOUNT-PAID
              IF WS-OLDEST-DUE = 0
                 OR LOANSCHD-DUE-DATE < WS-OLDEST-DUE
                 MOVE LOANSCHD-DUE-DATE TO WS-OLDEST-DUE
              END-IF
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
      * STAGE-CHARGE-OFF - the account must be open with a       *
      * balance, its oldest arrears past 90 days, and the reason *
      * known and explained; the charge-off is staged on         *
      * LNCHGOFF and nothing else is touched.                    *
      ***********************************************************
        STAGE-CHARGE-OFF SECTION.
           PERFORM GET-CURRENT-TIME.
           PERFORM READ-LOAN-ACCOUNT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Loan account not found' TO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.
           IF NOT LOANACCT-OPEN
              MOVE 'Account is not open' TO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.
           IF LOANACCT-BALANCE NOT > 0
              MOVE 'No balance left to write off' TO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.
           MOVE REASONI TO LNCHGOFF-REASON-CODE.
           IF NOT LNCHGOFF-REASON-VALID
              MOVE 'Reason must be CE, IN, DC, UC, FR or OT'
                  TO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.
           IF RSNTEXTI = SPACES OR RSNTEXTI = LOW-VALUES
              MOVE 'Reason text is required' TO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.
           PERFORM SCAN-ACCOUNT-SCHEDULE.
           IF WS-DAYS-PAST-DUE NOT > WS-MIN-DAYS-PAST-DUE
              MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
              STRING 'Oldest arrears ' WS-DAYS-DISPLAY
                     ' days - charge-off needs over 90'
                     DELIMITED BY SIZE INTO MSG1O
              GO TO STAGE-CHARGE-OFF-EXIT
           END-IF.

           MOVE SPACES TO LNCHGOFF-RECORD.
           MOVE ACCTI TO LNCHGOFF-ACCOUNT.
           MOVE LOANACCT-NAME TO LNCHGOFF-NAME.
           MOVE LOANACCT-TIER TO LNCHGOFF-TIER.
           MOVE 'P' TO LNCHGOFF-STATUS.
           MOVE REASONI TO LNCHGOFF-REASON-CODE.
           MOVE RSNTEXTI TO LNCHGOFF-REASON-TEXT.
           MOVE WS-DAYS-PAST-DUE TO LNCHGOFF-DAYS-PAST-DUE.
           MOVE WS-USERID TO LNCHGOFF-PROPOSED-BY.
           MOVE WS-CURRENT-DATE TO LNCHGOFF-PROPOSED-AT(1:8).
           MOVE WS-CURRENT-TIME TO LNCHGOFF-PROPOSED-AT(9:8).
           MOVE 0 TO LNCHGOFF-WRITE-OFF-DATE.
           MOVE 0 TO LNCHGOFF-AMOUNT.
           MOVE 0 TO LNCHGOFF-ENTRIES.
           MOVE 0 TO LNCHGOFF-RECOVERED.
           MOVE 0 TO LNCHGOFF-RECOVERIES.
           MOVE 0 TO LNCHGOFF-LAST-RECOVERY.

      * Re-staging simply replaces the account's earlier staged one
           EXEC CICS DELETE FILE('LNCHGOFF')
                KEYLENGTH(LENGTH OF LNCHGOFF-KEY)
                RIDFLD(LNCHGOFF-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EXEC CICS WRITE FILE('LNCHGOFF')
                FROM(LNCHGOFF-RECORD)
                LENGTH(LENGTH OF LNCHGOFF-RECORD)
                RIDFLD(LNCHGOFF-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Charge-off staged - a second approver must enter C'
                  TO MSG1O
              MOVE 'to confirm it before it takes effect' TO MSG2O
           ELSE
              MOVE 'Error staging charge-off on LNCHGOFF' TO MSG1O
           END-IF.
        STAGE-CHARGE-OFF-EXIT.
           EXIT.

      ***********************************************************
      * CONFIRM-CHARGE-OFF - a DIFFERENT userid writes the loan  *
      * off, provided it is still open and still 90+ days in     *
      * arrears: the open entries are written off, the balance   *
      * moves to LNCHGOFF and goes to zero. Any failure backs    *
      * the whole charge-off out.                                *
      ***********************************************************
        CONFIRM-CHARGE-OFF SECTION.
           MOVE ACCTI TO LNCHGOFF-ACCOUNT.
           EXEC CICS READ FILE('LNCHGOFF')
                INTO(LNCHGOFF-RECORD)
                LENGTH(LENGTH OF LNCHGOFF-RECORD)
                RIDFLD(LNCHGOFF-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No staged charge-off for this account' TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.
           IF NOT LNCHGOFF-PROPOSED
              EXEC CICS UNLOCK FILE('LNCHGOFF')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'Account is already written off' TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.
           IF LNCHGOFF-PROPOSED-BY = WS-USERID
              EXEC CICS UNLOCK FILE('LNCHGOFF')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'Confirmation must come from a second approver'
                  TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

           PERFORM GET-CURRENT-TIME.
           MOVE LNCHGOFF-ACCOUNT TO LOANACCT-NUMBER.
           EXEC CICS READ FILE('LOANACCT')
                INTO(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RIDFLD(LOANACCT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Loan account not found' TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.
           IF NOT LOANACCT-OPEN
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Account is not open' TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

      * A receipt posted since it was staged may have cleared the
      * oldest arrears; it must be staged again if still warranted
           PERFORM SCAN-ACCOUNT-SCHEDULE.
           IF WS-DAYS-PAST-DUE NOT > WS-MIN-DAYS-PAST-DUE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Arrears are no longer over 90 days' TO MSG1O
              MOVE 'stage the charge-off again if still warranted'
                  TO MSG2O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

           MOVE 0 TO WS-WRITTEN-OFF.
           MOVE 'N' TO WS-APPLY-SW.
           PERFORM WRITE-OFF-ONE-ENTRY
               VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > LOANACCT-SCHED-COUNT
                  OR APPLY-FAILED.
           IF APPLY-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

           MOVE 'W' TO LNCHGOFF-STATUS.
           MOVE WS-USERID TO LNCHGOFF-CONFIRMED-BY.
           MOVE WS-TODAY TO LNCHGOFF-WRITE-OFF-DATE.
           MOVE LOANACCT-BALANCE TO LNCHGOFF-AMOUNT.
           MOVE WS-WRITTEN-OFF TO LNCHGOFF-ENTRIES.
           MOVE LOANACCT-NAME TO LNCHGOFF-NAME.
           MOVE LOANACCT-TIER TO LNCHGOFF-TIER.

           MOVE 'W' TO LOANACCT-STATUS.
           MOVE 0 TO LOANACCT-BALANCE.
           EXEC CICS REWRITE FILE('LOANACCT')
                FROM(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Error updating LOANACCT - nothing was applied'
                  TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

           EXEC CICS REWRITE FILE('LNCHGOFF')
                FROM(LNCHGOFF-RECORD)
                LENGTH(LENGTH OF LNCHGOFF-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'Error recording on LNCHGOFF - nothing was applied'
                  TO MSG1O
              GO TO CONFIRM-CHARGE-OFF-EXIT
           END-IF.

           MOVE LNCHGOFF-AMOUNT TO WS-BAL-DISPLAY.
           STRING 'Loan written off - ' WS-BAL-DISPLAY
                  ' charged off'
                  DELIMITED BY SIZE INTO MSG1O.
           MOVE WS-WRITTEN-OFF TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY ' open entries written off,'
                  ' staged by ' LNCHGOFF-PROPOSED-BY
                  DELIMITED BY SIZE INTO MSG2O.
           MOVE 'Later receipts post to it as recoveries' TO MSG3O.
        CONFIRM-CHARGE-OFF-EXIT.
           EXIT.

      ***********************************************************
      * WRITE-OFF-ONE-ENTRY - an entry still open is marked      *
      * written off as of today; any part payment stays on it.   *
      ***********************************************************
        WRITE-OFF-ONE-ENTRY SECTION.
           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT.
           MOVE WS-SEQ TO LOANSCHD-SEQ.
           EXEC CICS READ FILE('LOANSCHD')
                INTO(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RIDFLD(LOANSCHD-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO WRITE-OFF-ONE-ENTRY-EXIT
           END-IF.
           IF LOANSCHD-CLEARED
              EXEC CICS UNLOCK FILE('LOANSCHD')
                   RESP(WS-RESP)
                   END-EXEC
              GO TO WRITE-OFF-ONE-ENTRY-EXIT
           END-IF.

           MOVE 'W' TO LOANSCHD-PAID-SW.
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
              GO TO WRITE-OFF-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-WRITTEN-OFF.
        WRITE-OFF-ONE-ENTRY-EXIT.
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
