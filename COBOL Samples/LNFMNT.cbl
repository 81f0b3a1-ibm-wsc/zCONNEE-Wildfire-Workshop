      *****************************************************************
      *    LNFMNT                                                     *
      *****************************************************************
      * Loan late-fee waiver transaction: a late fee LOANFEE charged
      * on a serviced loan is waived under the same second-approver
      * confirmation LNHMNT applies to a payment holiday. The waiver
      * is staged on the LNFEES fee item itself with its reason code
      * and text, and only takes effect when a DIFFERENT userid
      * confirms it; the next LOANFEE run reports it with both
      * userids. A waived fee is no longer collected by LOANPAY.
      * Actions on the screen:
      *   B - browse the open late fees on the account
      *   W - stage a waiver of one fee (sequence, reason, text)
      *   C - confirm the staged waiver (different userid required)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNFMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LNFEES SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-ABS-TIME                 PIC S9(15) COMP-3.
        01 WS-CURRENT-DATE             PIC X(8).
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
            88 BROWSE-DONE             VALUE 'Y'.
        01 COMMAREA-BUFFER             PIC X(01).

        01 WS-BROWSE-FIELDS.
           05 WS-OPEN-FEES             PIC 9(03) VALUE 0.
           05 WS-OPEN-OWING            PIC 9(09)V99 VALUE 0.
           05 WS-FEE-OWING             PIC 9(09)V99 VALUE 0.
           05 WS-LINES-SHOWN           PIC 9(01) VALUE 0.
           05 WS-FEE-LINE              PIC X(60).

        01 WS-DISPLAY-FIELDS.
           05 WS-AMT-DISPLAY           PIC Z(08)9.99.
           05 WS-COUNT-DISPLAY         PIC ZZ9.

        COPY LNFMAP.
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
               EXEC CICS SEND MAP('LNFMAP')
                              MAPSET('LNFMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('LNFM')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('LNFMAP')
                        MAPSET('LNFMAP')
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
                           PERFORM BROWSE-OPEN-FEES
                        WHEN 'W'
                           PERFORM STAGE-FEE-WAIVER
                        WHEN 'C'
                           PERFORM CONFIRM-FEE-WAIVER
                        WHEN OTHER
                           MOVE 'Action must be B, W or C'
                               TO MSG1O
                     END-EVALUATE
                  END-IF
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('LNFMAP')
                 MAPSET('LNFMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('LNFM')
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
            MOVE 'LNFMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * BROWSE-OPEN-FEES - how many late fees are open on the    *
      * account and what they owe, with the first three listed   *
      * by sequence, amount owing and any waiver staged on them. *
      ***********************************************************
        BROWSE-OPEN-FEES SECTION.
           MOVE 0 TO WS-OPEN-FEES.
           MOVE 0 TO WS-OPEN-OWING.
           MOVE 0 TO WS-LINES-SHOWN.
           MOVE ACCTI TO LNFEES-ACCOUNT.
           MOVE 0 TO LNFEES-SEQ.
           EXEC CICS STARTBR FILE('LNFEES')
                RIDFLD(LNFEES-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No late fees on this account' TO MSG1O
              GO TO BROWSE-OPEN-FEES-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           PERFORM LIST-ONE-FEE
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR FILE('LNFEES')
                RESP(WS-RESP)
                END-EXEC.

           IF WS-OPEN-FEES = 0
              MOVE 'No open late fees on this account' TO MSG1O
           ELSE
              MOVE WS-OPEN-FEES TO WS-COUNT-DISPLAY
              MOVE WS-OPEN-OWING TO WS-AMT-DISPLAY
              STRING 'Open late fees ' WS-COUNT-DISPLAY
                     ' owing ' WS-AMT-DISPLAY
                     DELIMITED BY SIZE INTO MSG1O
           END-IF.
        BROWSE-OPEN-FEES-EXIT.
           EXIT.

        LIST-ONE-FEE SECTION.
           EXEC CICS READNEXT FILE('LNFEES')
                INTO(LNFEES-RECORD)
                LENGTH(LENGTH OF LNFEES-RECORD)
                RIDFLD(LNFEES-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LNFEES-ACCOUNT NOT = ACCTI
              MOVE 'Y' TO WS-BROWSE-DONE-SW
              GO TO LIST-ONE-FEE-EXIT
           END-IF.
           IF NOT LNFEES-OPEN
              GO TO LIST-ONE-FEE-EXIT
           END-IF.
           COMPUTE WS-FEE-OWING =
               LNFEES-AMOUNT - LNFEES-AMOUNT-PAID.
           ADD 1 TO WS-OPEN-FEES.
           ADD WS-FEE-OWING TO WS-OPEN-OWING.
           IF WS-LINES-SHOWN NOT < 3
              GO TO LIST-ONE-FEE-EXIT
           END-IF.

           MOVE WS-FEE-OWING TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-FEE-LINE.
           IF LNFEES-WAIVE-PROPOSED-BY = SPACES
              STRING 'Seq ' LNFEES-SEQ
                     ' due ' LNFEES-DUE-DATE
                     ' owing ' WS-AMT-DISPLAY
                     DELIMITED BY SIZE INTO WS-FEE-LINE
           ELSE
              STRING 'Seq ' LNFEES-SEQ
                     ' owing ' WS-AMT-DISPLAY
                     ' waiver staged by ' LNFEES-WAIVE-PROPOSED-BY
                     DELIMITED BY SIZE INTO WS-FEE-LINE
           END-IF.
           ADD 1 TO WS-LINES-SHOWN.
           EVALUATE WS-LINES-SHOWN
              WHEN 1
                 MOVE WS-FEE-LINE TO MSG2O
              WHEN 2
                 MOVE WS-FEE-LINE TO MSG3O
              WHEN OTHER
                 MOVE WS-FEE-LINE TO MSG4O
           END-EVALUATE.
        LIST-ONE-FEE-EXIT.
           EXIT.

      ***********************************************************
      * STAGE-FEE-WAIVER - edits the reason and stages the       *
      * waiver on the open fee for a second approver; the fee    *
      * stays open and collectable until it is confirmed.        *
      ***********************************************************
        STAGE-FEE-WAIVER SECTION.
           IF SEQI IS NOT NUMERIC
              MOVE 'Fee sequence must be numeric' TO MSG1O
              GO TO STAGE-FEE-WAIVER-EXIT
           END-IF.
           MOVE REASONI TO LNFEES-WAIVE-REASON.
           IF NOT LNFEES-WAIVE-REASON-VALID
              MOVE 'Reason must be BE, SE, HD, GW, BV or OT'
                  TO MSG1O
              GO TO STAGE-FEE-WAIVER-EXIT
           END-IF.
           IF RSNTEXTI = SPACES OR RSNTEXTI = LOW-VALUES
              MOVE 'Reason text is required' TO MSG1O
              GO TO STAGE-FEE-WAIVER-EXIT
           END-IF.

           PERFORM READ-FEE-FOR-UPDATE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Late fee not found for this account' TO MSG1O
              GO TO STAGE-FEE-WAIVER-EXIT
           END-IF.
           IF NOT LNFEES-OPEN
              EXEC CICS UNLOCK FILE('LNFEES')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'Late fee is already paid or waived' TO MSG1O
              GO TO STAGE-FEE-WAIVER-EXIT
           END-IF.

      * Re-staging simply replaces the fee's earlier staged waiver
           PERFORM GET-CURRENT-TIME.
           MOVE REASONI TO LNFEES-WAIVE-REASON.
           MOVE RSNTEXTI TO LNFEES-WAIVE-TEXT.
           MOVE WS-USERID TO LNFEES-WAIVE-PROPOSED-BY.
           MOVE WS-CURRENT-DATE TO LNFEES-WAIVE-PROPOSED-AT(1:8).
           MOVE WS-CURRENT-TIME TO LNFEES-WAIVE-PROPOSED-AT(9:8).
           EXEC CICS REWRITE FILE('LNFEES')
                FROM(LNFEES-RECORD)
                LENGTH(LENGTH OF LNFEES-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Waiver staged - a second approver must enter C'
                  TO MSG1O
              MOVE 'to confirm it before it takes effect' TO MSG2O
           ELSE
              MOVE 'Error staging waiver on LNFEES' TO MSG1O
           END-IF.
        STAGE-FEE-WAIVER-EXIT.
           EXIT.

      ***********************************************************
      * CONFIRM-FEE-WAIVER - a DIFFERENT userid waives the fee;  *
      * it is cleared and left for LOANFEE to report.            *
      ***********************************************************
        CONFIRM-FEE-WAIVER SECTION.
           IF SEQI IS NOT NUMERIC
              MOVE 'Fee sequence must be numeric' TO MSG1O
              GO TO CONFIRM-FEE-WAIVER-EXIT
           END-IF.
           PERFORM READ-FEE-FOR-UPDATE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Late fee not found for this account' TO MSG1O
              GO TO CONFIRM-FEE-WAIVER-EXIT
           END-IF.
           IF NOT LNFEES-OPEN
              OR LNFEES-WAIVE-PROPOSED-BY = SPACES
              EXEC CICS UNLOCK FILE('LNFEES')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'No staged waiver for this fee' TO MSG1O
              GO TO CONFIRM-FEE-WAIVER-EXIT
           END-IF.
           IF LNFEES-WAIVE-PROPOSED-BY = WS-USERID
              EXEC CICS UNLOCK FILE('LNFEES')
                   RESP(WS-RESP)
                   END-EXEC
              MOVE 'Confirmation must come from a second approver'
                  TO MSG1O
              GO TO CONFIRM-FEE-WAIVER-EXIT
           END-IF.

           PERFORM GET-CURRENT-TIME.
           MOVE 'W' TO LNFEES-STATUS.
           MOVE WS-USERID TO LNFEES-WAIVED-BY.
           MOVE WS-CURRENT-DATE TO LNFEES-WAIVED-DATE.
           MOVE WS-CURRENT-DATE TO LNFEES-PAID-DATE.
           MOVE 'N' TO LNFEES-WAIVE-REPORTED.
           EXEC CICS REWRITE FILE('LNFEES')
                FROM(LNFEES-RECORD)
                LENGTH(LENGTH OF LNFEES-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error applying waiver to LNFEES' TO MSG1O
              GO TO CONFIRM-FEE-WAIVER-EXIT
           END-IF.
           COMPUTE WS-FEE-OWING =
               LNFEES-AMOUNT - LNFEES-AMOUNT-PAID.
           MOVE WS-FEE-OWING TO WS-AMT-DISPLAY.
           STRING 'Late fee waived, ' WS-AMT-DISPLAY
                  ' no longer owed'
                  DELIMITED BY SIZE INTO MSG1O.
           STRING 'Staged by ' LNFEES-WAIVE-PROPOSED-BY
                  ' reason ' LNFEES-WAIVE-REASON
                  DELIMITED BY SIZE INTO MSG2O.
        CONFIRM-FEE-WAIVER-EXIT.
           EXIT.

        READ-FEE-FOR-UPDATE SECTION.
           MOVE ACCTI TO LNFEES-ACCOUNT.
           MOVE SEQI TO LNFEES-SEQ.
           EXEC CICS READ FILE('LNFEES')
                INTO(LNFEES-RECORD)
                LENGTH(LENGTH OF LNFEES-RECORD)
                RIDFLD(LNFEES-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
        READ-FEE-FOR-UPDATE-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                         YYYYMMDD(WS-CURRENT-DATE)
                         TIME(WS-CURRENT-TIME)
                         END-EXEC.
        GET-CURRENT-TIME-EXIT.
           EXIT.
