      *****************************************************************
      *    CMPMNT                                                     *
      *****************************************************************
      * Customer complaints transaction: log a complaint received by
      * phone or letter against the customer's FileA NUMB, work it,
      * and close it with its root cause, outcome and the redress
      * paid, so handling times can be shown from the COMPLNT
      * register rather than kept on spreadsheets. A complaint may
      * name the loan, catalog order or trade it is about; the
      * customer's CUSTXREF record must carry the matching identity.
      * A loan is keyed by its LOANACCT account number and must be in
      * the name on the customer's LOANHIST decisions; an order must
      * be on ORDRHIST under the customer's order userid; a trade is
      * keyed by its 14-digit TRDLEDGR timestamp and must be on the
      * ledger under the customer's trader userid. The response
      * deadline is set on logging, a fixed
      * number of days after the complaint was received.
      * Actions on the screen:
      *   L - log a new complaint: NUMB, channel (P phone, L letter,
      *       O other), date received (yyyymmdd, default today),
      *       category, link type and reference, and the summary;
      *       the complaint number assigned is shown
      *   I - show the complaint whose number is keyed
      *   U - update an open complaint with whatever is keyed:
      *       channel, date received (the deadline moves with it),
      *       category, link, root cause, redress paid so far,
      *       summary or note; blank fields are left as they are
      *   C - close an open complaint: root cause and outcome (U
      *       upheld, P partly upheld, N not upheld) are required
      *       unless already on it; redress and note as keyed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPLNT SUPPRESS.
       COPY CUSTXREF SUPPRESS.
       COPY ORDHIST SUPPRESS.
       COPY LOANACCT SUPPRESS.
       COPY LOANHIST SUPPRESS.
       COPY TRDLEDGR SUPPRESS.
        01 MESSAGE-TO-SEND PIC X(80) VALUE SPACES.
        01 WS-RESP                     PIC S9(8) COMP VALUE 0.
        01 WS-USERID                   PIC X(08) VALUE SPACES.
        01 WS-ABS-TIME                 PIC S9(15) COMP-3.
        01 WS-CURRENT-DATE             PIC X(8).
        01 WS-CURRENT-TIME             PIC X(8).
        01 WS-NOW-STAMP                PIC X(16).
        01 WS-ACTION                   PIC X(01) VALUE SPACE.
            88 ACTION-LOG              VALUE 'L'.
            88 ACTION-INQUIRE          VALUE 'I'.
            88 ACTION-UPDATE           VALUE 'U'.
            88 ACTION-CLOSE            VALUE 'C'.
            88 ACTION-VALID            VALUE 'L' 'I' 'U' 'C'.
        01 WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
            88 EDITS-PASSED            VALUE 'Y'.
        01 WS-KEYED-SW                 PIC X(01) VALUE 'N'.
            88 SOMETHING-KEYED         VALUE 'Y'.
        01 WS-CTL-FOUND-SW             PIC X(01) VALUE 'N'.
            88 CONTROL-ON-FILE         VALUE 'Y'.

      * Days from receipt to the response deadline.
        01 WS-RESPONSE-DAYS            PIC 9(03) VALUE 56.

      * FileA-Area lines up field-for-field with FileA-record in
      * ATSFILEA, as CUST360 reads it.
        01 FileA-Area.
           05  stat                PIC X(01).
               88  FILEA-DELETED       VALUE 'D'.
           05  numb                PIC X(06).
           05  name                PIC X(20).
           05  addrx               PIC X(20).
           05  phone               PIC X(08).
           05  datex               PIC X(08).
           05  amount              PIC X(08).
           05  comment             PIC X(09).
           05  LAST-UPD-DATE       PIC X(08).
           05  LAST-UPD-TIME       PIC X(08).
           05  LAST-UPD-USERID     PIC X(08).
           05  AMOUNT-NUMERIC      PIC S9(7)V99 COMP-3.

      * What was keyed on the screen, low-values cleared.
        01 WS-KEYED-FIELDS.
            05 WS-CMPNO-TEXT           PIC X(08).
            05 WS-CMP-NUMBER           PIC 9(08).
            05 WS-NUMB                 PIC X(06).
            05 WS-CHANNEL              PIC X(01).
            05 WS-RECEIVED-TEXT        PIC X(08).
            05 WS-RECEIVED             PIC 9(08).
            05 WS-CATEGORY             PIC X(04).
            05 WS-LINK-TYPE            PIC X(01).
            05 WS-LINK-REF             PIC X(16).
            05 WS-CAUSE                PIC X(04).
            05 WS-OUTCOME              PIC X(01).
            05 WS-REDRESS-TEXT         PIC X(10).
            05 WS-REDRESS              PIC 9(07)V99.
            05 WS-SUMMARY              PIC X(60).
            05 WS-NOTE                 PIC X(60).

        01 WS-LINK-NUMB                PIC X(06).
        01 WS-ASSIGNED-NUMBER          PIC 9(08) VALUE 0.
        01 WS-DAYS-OPEN                PIC S9(05) COMP VALUE 0.
        01 WS-DAYS-DISPLAY             PIC ZZZZ9.
        01 WS-REDRESS-DISPLAY          PIC Z(6)9.99.
        01 COMMAREA-BUFFER             PIC X(01).

        COPY CMPMAP.
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
               EXEC CICS SEND MAP('CMPMAP')
                              MAPSET('CMPMAP')
                              MAPONLY
                              FREEKB
                              ERASE
                              END-EXEC

               EXEC CICS RETURN TRANSID('CMPM')
                                COMMAREA (COMMAREA-BUFFER)
                                LENGTH(LENGTH of COMMAREA-BUFFER)
                                END-EXEC
            END-IF.

      ***********************************************************
      * END OF FIRST TIME PROCESSING                            *
      ***********************************************************

            EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

            EXEC CICS RECEIVE MAP('CMPMAP')
                        MAPSET('CMPMAP')
                        NOHANDLE
                        END-EXEC
            EVALUATE EIBAID
                WHEN DFHPF3   PERFORM EXIT-TRANSACTION
                WHEN DFHPF12  PERFORM EXIT-TRANSACTION
                WHEN DFHCLEAR CONTINUE
                WHEN DFHENTER
                  MOVE SPACES TO MSG1O MSG2O
                  MOVE SPACES TO CUSTNMO CMPSTATO DEADLNO DAYSOPNO
                  MOVE SPACES TO OPENBYO UPDBYO CLOSEBYO CLOSEDTO
                  MOVE ACTIONI TO WS-ACTION
                  PERFORM GET-CURRENT-TIME
                  PERFORM EDIT-KEYED-FIELDS
                  EVALUATE TRUE
                     WHEN NOT ACTION-VALID
                        MOVE 'Action must be L, I, U or C' TO MSG1O
                     WHEN NOT EDITS-PASSED
                        CONTINUE
                     WHEN ACTION-LOG
                        PERFORM LOG-COMPLAINT
                     WHEN WS-CMP-NUMBER = 0
                        MOVE 'Complaint number is required' TO MSG1O
                     WHEN ACTION-INQUIRE
                        PERFORM INQUIRE-COMPLAINT
                     WHEN ACTION-UPDATE
                        PERFORM UPDATE-COMPLAINT
                     WHEN ACTION-CLOSE
                        PERFORM CLOSE-COMPLAINT
                  END-EVALUATE
            END-EVALUATE.

            EXEC CICS SEND CONTROL ERASE END-EXEC
            EXEC CICS SEND MAP('CMPMAP')
                 MAPSET('CMPMAP')
                 FREEKB ERASE END-EXEC
            EXEC CICS RETURN TRANSID ('CMPM')
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
            MOVE 'CMPMNT Session Over' to MESSAGE-TO-SEND.
            EXEC CICS SEND TEXT FROM(MESSAGE-TO-SEND)
                 ERASE
                 FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.

        EXIT-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * EDIT-KEYED-FIELDS - picks up every field keyed and       *
      * checks the form of those that are there. Whether a field *
      * is required depends on the action and is tested there.   *
      ***********************************************************
        EDIT-KEYED-FIELDS SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE 'N' TO WS-KEYED-SW.
           MOVE CMPNOI TO WS-CMPNO-TEXT.
           MOVE NUMBI TO WS-NUMB.
           MOVE CHANNELI TO WS-CHANNEL.
           MOVE RECVDI TO WS-RECEIVED-TEXT.
           MOVE CATEGI TO WS-CATEGORY.
           MOVE LNKTYPEI TO WS-LINK-TYPE.
           MOVE LNKREFI TO WS-LINK-REF.
           MOVE CAUSEI TO WS-CAUSE.
           MOVE OUTCOMEI TO WS-OUTCOME.
           MOVE REDRESSI TO WS-REDRESS-TEXT.
           MOVE SUMMARYI TO WS-SUMMARY.
           MOVE NOTEI TO WS-NOTE.
           INSPECT WS-KEYED-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
           MOVE 0 TO WS-CMP-NUMBER WS-RECEIVED WS-REDRESS.

           IF WS-CMPNO-TEXT NOT = SPACES
              IF WS-CMPNO-TEXT IS NOT NUMERIC
                 MOVE 'Complaint number must be 8 digits' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
              MOVE WS-CMPNO-TEXT TO WS-CMP-NUMBER
           END-IF.

           IF WS-CHANNEL NOT = SPACE
              MOVE 'Y' TO WS-KEYED-SW
              MOVE WS-CHANNEL TO COMPLNT-CHANNEL
              IF NOT COMPLNT-CHANNEL-VALID
                 MOVE 'Channel must be P phone, L letter or O other'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-RECEIVED-TEXT NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
              IF WS-RECEIVED-TEXT IS NOT NUMERIC
                 MOVE 'Date received must be yyyymmdd' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
              MOVE WS-RECEIVED-TEXT TO WS-RECEIVED
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED) NOT = 0
                 MOVE 'Date received is not a valid date' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
              IF WS-RECEIVED-TEXT > WS-CURRENT-DATE
                 MOVE 'Date received cannot be in the future'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-CATEGORY NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
              MOVE WS-CATEGORY TO COMPLNT-CATEGORY
              IF NOT COMPLNT-CATEGORY-VALID
                 MOVE 'Category must be SERV PROD DELV CHRG ADVC DATA'
                     TO MSG1O
                 MOVE 'or OTHR' TO MSG2O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-LINK-TYPE NOT = SPACE
              OR WS-LINK-REF NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
              MOVE WS-LINK-TYPE TO COMPLNT-LINK-TYPE
              EVALUATE TRUE
                 WHEN NOT COMPLNT-LINK-VALID
                    OR COMPLNT-NO-LINK
                    MOVE 'Link type must be L loan, O order or T trade'
                        TO MSG1O
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN WS-LINK-REF = SPACES
                    MOVE 'Link reference is required with a link type'
                        TO MSG1O
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN COMPLNT-ABOUT-ORDER
                    AND (WS-LINK-REF(1:10) IS NOT NUMERIC
                         OR WS-LINK-REF(11:6) NOT = SPACES)
                    MOVE 'Order reference is order number and line'
                        TO MSG1O
                    MOVE '(nnnnnnnnll)' TO MSG2O
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN COMPLNT-ABOUT-LOAN
                    AND WS-LINK-REF(9:8) NOT = SPACES
                    MOVE 'Loan reference is the loan account number'
                        TO MSG1O
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN COMPLNT-ABOUT-TRADE
                    AND (WS-LINK-REF(1:14) IS NOT NUMERIC
                         OR WS-LINK-REF(15:2) NOT = SPACES)
                    MOVE 'Trade reference is the ledger timestamp'
                        TO MSG1O
                    MOVE '(yyyymmddhhmmss)' TO MSG2O
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
              IF NOT EDITS-PASSED
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-CAUSE NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
              MOVE WS-CAUSE TO COMPLNT-ROOT-CAUSE
              IF NOT COMPLNT-CAUSE-VALID
                 MOVE 'Root cause must be STAF PROC SYST THRD PROD'
                     TO MSG1O
                 MOVE 'or NOFT' TO MSG2O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-OUTCOME NOT = SPACE
              MOVE 'Y' TO WS-KEYED-SW
              MOVE WS-OUTCOME TO COMPLNT-OUTCOME
              IF NOT COMPLNT-OUTCOME-VALID
                 MOVE 'Outcome must be U upheld, P partly, N not'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
           END-IF.

           IF WS-REDRESS-TEXT NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
              IF FUNCTION TEST-NUMVAL(WS-REDRESS-TEXT) NOT = 0
                 MOVE 'Redress paid must be an amount, e.g. 125.50'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
              IF FUNCTION NUMVAL(WS-REDRESS-TEXT) < 0
                 OR FUNCTION NUMVAL(WS-REDRESS-TEXT) > 9999999.99
                 MOVE 'Redress paid must be 0 to 9999999.99' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO EDIT-KEYED-FIELDS-EXIT
              END-IF
              COMPUTE WS-REDRESS = FUNCTION NUMVAL(WS-REDRESS-TEXT)
           END-IF.

           IF WS-SUMMARY NOT = SPACES
              OR WS-NOTE NOT = SPACES
              MOVE 'Y' TO WS-KEYED-SW
           END-IF.
        EDIT-KEYED-FIELDS-EXIT.
           EXIT.

      ***********************************************************
      * LOG-COMPLAINT - a new complaint for the customer keyed,  *
      * numbered from the control record, with its deadline.     *
      ***********************************************************
        LOG-COMPLAINT SECTION.
           EVALUATE TRUE
              WHEN WS-NUMB = SPACES
                 MOVE 'Customer NUMB is required' TO MSG1O
              WHEN WS-CHANNEL = SPACE
                 MOVE 'Channel is required (P, L or O)' TO MSG1O
              WHEN WS-CATEGORY = SPACES
                 MOVE 'Category is required' TO MSG1O
              WHEN WS-SUMMARY = SPACES
                 MOVE 'Summary of the complaint is required' TO MSG1O
              WHEN WS-CAUSE NOT = SPACES
                 OR WS-OUTCOME NOT = SPACE
                 OR WS-REDRESS-TEXT NOT = SPACES
                 MOVE 'Root cause, outcome and redress are for U or C'
                     TO MSG1O
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF MSG1O NOT = SPACES
              GO TO LOG-COMPLAINT-EXIT
           END-IF.
           PERFORM SHOW-CUSTOMER-NAME.
           IF NOT EDITS-PASSED
              GO TO LOG-COMPLAINT-EXIT
           END-IF.
           MOVE WS-NUMB TO WS-LINK-NUMB.
           IF WS-LINK-TYPE NOT = SPACE
              PERFORM CHECK-LINK
              IF NOT EDITS-PASSED
                 GO TO LOG-COMPLAINT-EXIT
              END-IF
           END-IF.

           PERFORM ASSIGN-COMPLAINT-NUMBER.
           IF WS-ASSIGNED-NUMBER = 0
              MOVE 'Complaint number could not be assigned - retry'
                  TO MSG1O
              GO TO LOG-COMPLAINT-EXIT
           END-IF.

           MOVE SPACES TO COMPLNT-RECORD.
           MOVE WS-ASSIGNED-NUMBER TO COMPLNT-NUMBER.
           MOVE WS-NUMB TO COMPLNT-NUMB.
           MOVE 'O' TO COMPLNT-STATUS.
           MOVE WS-CHANNEL TO COMPLNT-CHANNEL.
           MOVE WS-CATEGORY TO COMPLNT-CATEGORY.
           MOVE WS-LINK-TYPE TO COMPLNT-LINK-TYPE.
           MOVE WS-LINK-REF TO COMPLNT-LINK-REF.
           IF WS-RECEIVED = 0
              MOVE WS-CURRENT-DATE TO COMPLNT-RECEIVED-DATE
           ELSE
              MOVE WS-RECEIVED TO COMPLNT-RECEIVED-DATE
           END-IF.
           PERFORM SET-DEADLINE.
           MOVE WS-SUMMARY TO COMPLNT-SUMMARY.
           MOVE WS-USERID TO COMPLNT-OPENED-BY.
           MOVE WS-NOW-STAMP TO COMPLNT-OPENED-AT.
           MOVE WS-USERID TO COMPLNT-UPDATED-BY.
           MOVE WS-NOW-STAMP TO COMPLNT-UPDATED-AT.
           MOVE 0 TO COMPLNT-REDRESS-PAID.
           MOVE 0 TO COMPLNT-CLOSED-DATE.
           MOVE 0 TO COMPLNT-UPDATE-COUNT.
           MOVE WS-NOTE TO COMPLNT-LAST-NOTE.
           EXEC CICS WRITE FILE('COMPLNT')
                FROM(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RIDFLD(COMPLNT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error writing COMPLNT - complaint not logged'
                  TO MSG1O
              GO TO LOG-COMPLAINT-EXIT
           END-IF.

           PERFORM SHOW-COMPLAINT.
           MOVE SPACES TO MSG1O.
           STRING 'Complaint ' COMPLNT-NUMBER
                  ' logged - respond by ' COMPLNT-DEADLINE-DATE
                  DELIMITED BY SIZE INTO MSG1O.
        LOG-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * INQUIRE-COMPLAINT - the complaint keyed, as it stands.   *
      ***********************************************************
        INQUIRE-COMPLAINT SECTION.
           PERFORM FIND-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO INQUIRE-COMPLAINT-EXIT
           END-IF.
           PERFORM SHOW-COMPLAINT.
           MOVE 'Complaint shown' TO MSG1O.
        INQUIRE-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * UPDATE-COMPLAINT - applies whatever was keyed to an open *
      * complaint and marks it in hand.                          *
      ***********************************************************
        UPDATE-COMPLAINT SECTION.
           IF NOT SOMETHING-KEYED
              MOVE 'Nothing keyed to update' TO MSG1O
              GO TO UPDATE-COMPLAINT-EXIT
           END-IF.
           IF WS-OUTCOME NOT = SPACE
              MOVE 'Outcome is given when the complaint is closed'
                  TO MSG1O
              GO TO UPDATE-COMPLAINT-EXIT
           END-IF.
           PERFORM FIND-OPEN-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO UPDATE-COMPLAINT-EXIT
           END-IF.
           IF WS-LINK-TYPE NOT = SPACE
              MOVE COMPLNT-NUMB TO WS-LINK-NUMB
              PERFORM CHECK-LINK
              IF NOT EDITS-PASSED
                 GO TO UPDATE-COMPLAINT-EXIT
              END-IF
           END-IF.
           PERFORM LOCK-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO UPDATE-COMPLAINT-EXIT
           END-IF.

           PERFORM APPLY-KEYED-FIELDS.
           MOVE 'W' TO COMPLNT-STATUS.
           PERFORM REWRITE-COMPLAINT.
           IF EDITS-PASSED
              MOVE 'Complaint updated' TO MSG1O
           END-IF.
        UPDATE-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * CLOSE-COMPLAINT - closes an open complaint. A root cause *
      * and an outcome must be on it once the keyed fields are   *
      * applied.                                                 *
      ***********************************************************
        CLOSE-COMPLAINT SECTION.
           PERFORM FIND-OPEN-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           IF WS-CAUSE = SPACES
              AND COMPLNT-ROOT-CAUSE = SPACES
              MOVE 'Root cause is required to close' TO MSG1O
              GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           IF WS-OUTCOME = SPACE
              AND COMPLNT-OUTCOME = SPACE
              MOVE 'Outcome is required to close (U, P or N)' TO MSG1O
              GO TO CLOSE-COMPLAINT-EXIT
           END-IF.
           IF WS-LINK-TYPE NOT = SPACE
              MOVE COMPLNT-NUMB TO WS-LINK-NUMB
              PERFORM CHECK-LINK
              IF NOT EDITS-PASSED
                 GO TO CLOSE-COMPLAINT-EXIT
              END-IF
           END-IF.
           PERFORM LOCK-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO CLOSE-COMPLAINT-EXIT
           END-IF.

           PERFORM APPLY-KEYED-FIELDS.
           IF WS-OUTCOME NOT = SPACE
              MOVE WS-OUTCOME TO COMPLNT-OUTCOME
           END-IF.
           MOVE 'C' TO COMPLNT-STATUS.
           MOVE WS-USERID TO COMPLNT-CLOSED-BY.
           MOVE WS-CURRENT-DATE TO COMPLNT-CLOSED-DATE.
           PERFORM REWRITE-COMPLAINT.
           IF EDITS-PASSED
              IF COMPLNT-CLOSED-DATE > COMPLNT-DEADLINE-DATE
                 MOVE 'Complaint closed - after its response deadline'
                     TO MSG1O
              ELSE
                 MOVE 'Complaint closed' TO MSG1O
              END-IF
           END-IF.
        CLOSE-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * APPLY-KEYED-FIELDS - every field keyed replaces what is  *
      * on the locked complaint; blank ones are left alone.      *
      ***********************************************************
        APPLY-KEYED-FIELDS SECTION.
           IF WS-CHANNEL NOT = SPACE
              MOVE WS-CHANNEL TO COMPLNT-CHANNEL
           END-IF.
           IF WS-RECEIVED NOT = 0
              MOVE WS-RECEIVED TO COMPLNT-RECEIVED-DATE
              PERFORM SET-DEADLINE
           END-IF.
           IF WS-CATEGORY NOT = SPACES
              MOVE WS-CATEGORY TO COMPLNT-CATEGORY
           END-IF.
           IF WS-LINK-TYPE NOT = SPACE
              MOVE WS-LINK-TYPE TO COMPLNT-LINK-TYPE
              MOVE WS-LINK-REF TO COMPLNT-LINK-REF
           END-IF.
           IF WS-CAUSE NOT = SPACES
              MOVE WS-CAUSE TO COMPLNT-ROOT-CAUSE
           END-IF.
           IF WS-REDRESS-TEXT NOT = SPACES
              MOVE WS-REDRESS TO COMPLNT-REDRESS-PAID
           END-IF.
           IF WS-SUMMARY NOT = SPACES
              MOVE WS-SUMMARY TO COMPLNT-SUMMARY
           END-IF.
           IF WS-NOTE NOT = SPACES
              MOVE WS-NOTE TO COMPLNT-LAST-NOTE
           END-IF.
           MOVE WS-USERID TO COMPLNT-UPDATED-BY.
           MOVE WS-NOW-STAMP TO COMPLNT-UPDATED-AT.
           ADD 1 TO COMPLNT-UPDATE-COUNT.
        APPLY-KEYED-FIELDS-EXIT.
           EXIT.

      ***********************************************************
      * SET-DEADLINE - the response deadline, the fixed number   *
      * of days after the complaint was received.                *
      ***********************************************************
        SET-DEADLINE SECTION.
           COMPUTE COMPLNT-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(COMPLNT-RECEIVED-DATE)
                    + WS-RESPONSE-DAYS).
        SET-DEADLINE-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-CUSTOMER-NAME - the customer must be on FILEA and   *
      * not deleted; the name goes on the screen.                *
      ***********************************************************
        SHOW-CUSTOMER-NAME SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE WS-NUMB TO numb OF FileA-Area.
           EXEC CICS READ FILE('FILEA') INTO(FileA-Area)
                       LENGTH(LENGTH OF FileA-Area)
                       RIDFLD(numb OF FileA-Area)
                       RESP(WS-RESP)
                       END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'No FILEA customer with this NUMB' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'FILEA is unavailable' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN FILEA-DELETED
                 MOVE 'This FILEA customer is deleted' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN OTHER
                 MOVE name OF FileA-Area TO CUSTNMO
           END-EVALUATE.
        SHOW-CUSTOMER-NAME-EXIT.
           EXIT.

      ***********************************************************
      * CHECK-LINK - the loan, order or trade keyed must belong  *
      * to the customer: their CUSTXREF record must carry the    *
      * identity the link is keyed by. A loan account must be    *
      * in the name on their LOANHIST decisions (LOANACCT does   *
      * not carry the decision UID, so the name ties them, as    *
      * CUST360 ties offers), a catalog order line must be on    *
      * ORDRHIST under their order userid and a trade on         *
      * TRDLEDGR under their trader userid.                      *
      ***********************************************************
        CHECK-LINK SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE WS-LINK-NUMB TO CUSTXREF-NUMB.
           EXEC CICS READ FILE('CUSTXREF') INTO(CUSTXREF-RECORD)
                       LENGTH(LENGTH OF CUSTXREF-RECORD)
                       RIDFLD(CUSTXREF-KEY)
                       RESP(WS-RESP)
                       END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'No CUSTXREF for the customer - link on CUST360'
                  TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO CHECK-LINK-EXIT
           END-IF.
           MOVE WS-LINK-TYPE TO COMPLNT-LINK-TYPE.
           EVALUATE TRUE
              WHEN COMPLNT-ABOUT-LOAN
                 AND CUSTXREF-LOAN-UID = SPACES
                 MOVE 'Customer has no loan UID cross-referenced'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN COMPLNT-ABOUT-TRADE
                 AND CUSTXREF-TRADER-USERID = SPACES
                 MOVE 'Customer has no trader userid cross-referenced'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN COMPLNT-ABOUT-ORDER
                 AND CUSTXREF-ORDER-USERID = SPACES
                 MOVE 'Customer has no order userid cross-referenced'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
           IF NOT EDITS-PASSED
              GO TO CHECK-LINK-EXIT
           END-IF.
           IF COMPLNT-ABOUT-LOAN
              PERFORM CHECK-LOAN-LINK
              GO TO CHECK-LINK-EXIT
           END-IF.
           IF COMPLNT-ABOUT-TRADE
              PERFORM CHECK-TRADE-LINK
              GO TO CHECK-LINK-EXIT
           END-IF.

           MOVE WS-LINK-REF(1:8) TO ORDHIST-ORDER-NUMBER.
           MOVE WS-LINK-REF(9:2) TO ORDHIST-LINE.
           IF ORDHIST-ORDER-NUMBER = ZEROS
              MOVE 'Order number must not be zero' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO CHECK-LINK-EXIT
           END-IF.
           EXEC CICS READ FILE('ORDRHIST') INTO(ORDHIST-RECORD)
                       LENGTH(LENGTH OF ORDHIST-RECORD)
                       RIDFLD(ORDHIST-KEY)
                       RESP(WS-RESP)
                       END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Order line is not on ORDRHIST' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ORDRHIST is unavailable' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN ORDHIST-USERID NOT = CUSTXREF-ORDER-USERID
                 MOVE 'Order line belongs to another order userid'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
        CHECK-LINK-EXIT.
           EXIT.

      ***********************************************************
      * CHECK-LOAN-LINK - the loan account must be on LOANACCT   *
      * in the name of the customer's first LOANHIST decision.   *
      ***********************************************************
        CHECK-LOAN-LINK SECTION.
           MOVE WS-LINK-REF(1:8) TO LOANACCT-NUMBER.
           EXEC CICS READ FILE('LOANACCT') INTO(LOANACCT-RECORD)
                       LENGTH(LENGTH OF LOANACCT-RECORD)
                       RIDFLD(LOANACCT-KEY)
                       RESP(WS-RESP)
                       END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Loan account is not on LOANACCT' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO CHECK-LOAN-LINK-EXIT
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'LOANACCT is unavailable' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
                 GO TO CHECK-LOAN-LINK-EXIT
           END-EVALUATE.

           MOVE CUSTXREF-LOAN-UID TO LOANHIST-UID.
           MOVE LOW-VALUES TO LOANHIST-TIMESTAMP.
           EXEC CICS STARTBR FILE('LOANHIST')
                RIDFLD(LOANHIST-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE('LOANHIST')
                   INTO(LOANHIST-RECORD)
                   LENGTH(LENGTH OF LOANHIST-RECORD)
                   RIDFLD(LOANHIST-KEY)
                   RESP(WS-RESP)
                   END-EXEC
              EXEC CICS ENDBR FILE('LOANHIST')
                   END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 OR LOANHIST-UID NOT = CUSTXREF-LOAN-UID
                 MOVE 'No LOANHIST decision for the customer loan UID'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN LOANACCT-NAME NOT = LOANHIST-NAME
                 MOVE 'Loan account is in another customer name'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
        CHECK-LOAN-LINK-EXIT.
           EXIT.

      ***********************************************************
      * CHECK-TRADE-LINK - the trade must be on TRDLEDGR under   *
      * the customer's trader userid.                            *
      ***********************************************************
        CHECK-TRADE-LINK SECTION.
           MOVE CUSTXREF-TRADER-USERID TO TRDLEDGR-USERID.
           MOVE WS-LINK-REF(1:14) TO TRDLEDGR-TIMESTAMP.
           EXEC CICS READ FILE('TRDLEDGR') INTO(TRDLEDGR-RECORD)
                       LENGTH(LENGTH OF TRDLEDGR-RECORD)
                       RIDFLD(TRDLEDGR-KEY)
                       RESP(WS-RESP)
                       END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Trade is not on the ledger for the customer'
                     TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'TRDLEDGR is unavailable' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
        CHECK-TRADE-LINK-EXIT.
           EXIT.

      ***********************************************************
      * ASSIGN-COMPLAINT-NUMBER - the next number from the       *
      * control record keyed by complaint zero, created on       *
      * first use.                                               *
      ***********************************************************
        ASSIGN-COMPLAINT-NUMBER SECTION.
           MOVE 0 TO WS-ASSIGNED-NUMBER.
           MOVE ZEROS TO COMPLNT-KEY.
           EXEC CICS READ FILE('COMPLNT')
                INTO(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RIDFLD(COMPLNT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CTL-FOUND-SW
                 MOVE COMPLNT-NEXT-NUMBER TO WS-ASSIGNED-NUMBER
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO WS-CTL-FOUND-SW
                 MOVE 1 TO WS-ASSIGNED-NUMBER
              WHEN OTHER
                 GO TO ASSIGN-COMPLAINT-NUMBER-EXIT
           END-EVALUATE.

           MOVE SPACES TO COMPLNT-RECORD.
           MOVE ZEROS TO COMPLNT-KEY.
           COMPUTE COMPLNT-NEXT-NUMBER = WS-ASSIGNED-NUMBER + 1.
           IF CONTROL-ON-FILE
              EXEC CICS REWRITE FILE('COMPLNT')
                   FROM(COMPLNT-RECORD)
                   LENGTH(LENGTH OF COMPLNT-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
           ELSE
              EXEC CICS WRITE FILE('COMPLNT')
                   FROM(COMPLNT-RECORD)
                   LENGTH(LENGTH OF COMPLNT-RECORD)
                   RIDFLD(COMPLNT-KEY)
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 0 TO WS-ASSIGNED-NUMBER
           END-IF.
        ASSIGN-COMPLAINT-NUMBER-EXIT.
           EXIT.

      ***********************************************************
      * FIND-COMPLAINT - reads the complaint keyed.              *
      * FIND-OPEN-COMPLAINT - the same, which must be open.      *
      ***********************************************************
        FIND-COMPLAINT SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE WS-CMP-NUMBER TO COMPLNT-NUMBER.
           EXEC CICS READ FILE('COMPLNT')
                INTO(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RIDFLD(COMPLNT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'No complaint with this number' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
              WHEN OTHER
                 MOVE 'COMPLNT is unavailable' TO MSG1O
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
        FIND-COMPLAINT-EXIT.
           EXIT.

        FIND-OPEN-COMPLAINT SECTION.
           PERFORM FIND-COMPLAINT.
           IF NOT EDITS-PASSED
              GO TO FIND-OPEN-COMPLAINT-EXIT
           END-IF.
           IF NOT COMPLNT-OPEN
              PERFORM SHOW-COMPLAINT
              MOVE 'Complaint is already closed' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
        FIND-OPEN-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * LOCK-COMPLAINT - reads the complaint for update; one     *
      * closed by someone else since it was found is refused.    *
      ***********************************************************
        LOCK-COMPLAINT SECTION.
           MOVE 'Y' TO WS-EDIT-SW.
           EXEC CICS READ FILE('COMPLNT')
                INTO(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RIDFLD(COMPLNT-KEY)
                UPDATE
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error reading COMPLNT for update' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO LOCK-COMPLAINT-EXIT
           END-IF.
           IF NOT COMPLNT-OPEN
              EXEC CICS UNLOCK FILE('COMPLNT')
                   RESP(WS-RESP)
                   END-EXEC
              PERFORM SHOW-COMPLAINT
              MOVE 'Complaint was closed meanwhile' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
        LOCK-COMPLAINT-EXIT.
           EXIT.

        REWRITE-COMPLAINT SECTION.
           EXEC CICS REWRITE FILE('COMPLNT')
                FROM(COMPLNT-RECORD)
                LENGTH(LENGTH OF COMPLNT-RECORD)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Error updating COMPLNT' TO MSG1O
              MOVE 'N' TO WS-EDIT-SW
              GO TO REWRITE-COMPLAINT-EXIT
           END-IF.
           PERFORM SHOW-COMPLAINT.
        REWRITE-COMPLAINT-EXIT.
           EXIT.

      ***********************************************************
      * SHOW-COMPLAINT - fills the screen from the complaint.    *
      * Days open run to today, or to the close for a closed one.*
      ***********************************************************
        SHOW-COMPLAINT SECTION.
           MOVE COMPLNT-NUMBER TO CMPNOO.
           MOVE COMPLNT-NUMB TO NUMBO.
           MOVE COMPLNT-CHANNEL TO CHANNELO.
           MOVE COMPLNT-RECEIVED-DATE TO RECVDO.
           MOVE COMPLNT-CATEGORY TO CATEGO.
           MOVE COMPLNT-LINK-TYPE TO LNKTYPEO.
           MOVE COMPLNT-LINK-REF TO LNKREFO.
           MOVE COMPLNT-ROOT-CAUSE TO CAUSEO.
           MOVE COMPLNT-OUTCOME TO OUTCOMEO.
           MOVE COMPLNT-REDRESS-PAID TO WS-REDRESS-DISPLAY.
           MOVE WS-REDRESS-DISPLAY TO REDRESSO.
           MOVE COMPLNT-SUMMARY TO SUMMARYO.
           MOVE COMPLNT-LAST-NOTE TO NOTEO.
           MOVE COMPLNT-DEADLINE-DATE TO DEADLNO.
           MOVE COMPLNT-OPENED-BY TO OPENBYO.
           MOVE COMPLNT-UPDATED-BY TO UPDBYO.
           EVALUATE TRUE
              WHEN COMPLNT-LOGGED
                 MOVE 'LOGGED' TO CMPSTATO
              WHEN COMPLNT-IN-HAND
                 MOVE 'IN HAND' TO CMPSTATO
              WHEN COMPLNT-CLOSED
                 MOVE 'CLOSED' TO CMPSTATO
              WHEN OTHER
                 MOVE COMPLNT-STATUS TO CMPSTATO
           END-EVALUATE.
           IF COMPLNT-CLOSED
              MOVE COMPLNT-CLOSED-BY TO CLOSEBYO
              MOVE COMPLNT-CLOSED-DATE TO CLOSEDTO
              COMPUTE WS-DAYS-OPEN =
                  FUNCTION INTEGER-OF-DATE(COMPLNT-CLOSED-DATE)
                - FUNCTION INTEGER-OF-DATE(COMPLNT-RECEIVED-DATE)
           ELSE
              MOVE SPACES TO CLOSEBYO CLOSEDTO
              COMPUTE WS-DAYS-OPEN =
                  FUNCTION INTEGER-OF-DATE
                      (FUNCTION NUMVAL(WS-CURRENT-DATE))
                - FUNCTION INTEGER-OF-DATE(COMPLNT-RECEIVED-DATE)
              IF WS-CURRENT-DATE > COMPLNT-DEADLINE-DATE
                 MOVE 'OPEN PAST THE RESPONSE DEADLINE' TO MSG2O
              END-IF
           END-IF.
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISPLAY.
           MOVE WS-DAYS-DISPLAY TO DAYSOPNO.
           IF CUSTNMO = SPACES
              MOVE COMPLNT-NUMB TO numb OF FileA-Area
              EXEC CICS READ FILE('FILEA') INTO(FileA-Area)
                          LENGTH(LENGTH OF FileA-Area)
                          RIDFLD(numb OF FileA-Area)
                          RESP(WS-RESP)
                          END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE name OF FileA-Area TO CUSTNMO
              END-IF
           END-IF.
        SHOW-COMPLAINT-EXIT.
           EXIT.

        GET-CURRENT-TIME SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           MOVE SPACES TO WS-CURRENT-TIME.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                         YYYYMMDD(WS-CURRENT-DATE)
                         TIME(WS-CURRENT-TIME)
                         END-EXEC.
           MOVE WS-CURRENT-DATE TO WS-NOW-STAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-NOW-STAMP(9:8).
        GET-CURRENT-TIME-EXIT.
           EXIT.
