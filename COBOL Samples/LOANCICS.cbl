        01 WS-HIST-TASKNUM             PIC 9(07).
      * Duplicate-application detection: before any re-scoring, the
      * history is checked for the same name, amount and income
      * inside the lookback window (LOANDUPDAYS run parameter, else
      * the environment variable, 30 days by default); a hit returns
      * the prior decision instead of spending another API call.
      * Entering OVERRIDE in the date field re-scores genuinely
      * changed circumstances.
        01 WS-DUP-FIELDS.
           05 WS-DUP-DAYS-ENV         PIC X(08) VALUE SPACES.
           05 WS-DUP-DAYS             PIC 9(03) VALUE 30.
           05 WS-DUP-MSG              PIC X(60).
      * Saved loan offers: an approved decision is stored under a
      * generated offer number with the rate and repayment locked for
      * a validity period (LOANOFFERDAYS run parameter, else the
      * environment variable, 14 days by default). Entering just the
      * offer number in the UID field recalls the saved terms; PF4
      * accepts them.
        COPY LOANOFFR SUPPRESS.
      * The manual-review worklist a policy decline lands on.
        COPY LNREVIEW SUPPRESS.
           05 WS-OFFER-SEED-X REDEFINES WS-OFFER-SEED
                                      PIC X(15).
           05 WS-OFFER-MSG            PIC X(60).
      * Variable-rate offers: V in the rate-type field asks for the
      * variable product, its rate held as a margin over the REFRATE
      * reference row in LNRATES effective today, so LOANREPR can
      * reprice the account when the reference rate moves. With no
      * reference row in force the offer is made at a fixed rate.
        COPY LNRATES SUPPRESS.
        01 WS-REFERENCE-FIELDS.
           05 WS-REF-FOUND-SW         PIC X(01) VALUE 'N'.
              88 REFERENCE-RATE-FOUND VALUE 'Y'.
           05 WS-REF-DONE-SW          PIC X(01) VALUE 'N'.
              88 REFERENCE-BROWSE-DONE VALUE 'Y'.
           05 WS-REF-EFFDATE          PIC 9(08) VALUE 0.
           05 WS-REF-RATE             PIC S9(05) VALUE 0.
           05 WS-MARGIN-DISPLAY       PIC -(4)9.

      * Servicing: accepting an offer opens the loan account and
      * generates its monthly repayment schedule, so servicing lives
           05 WS-SVC-DUE-YYYY          PIC 9(04).
           05 WS-SVC-DUE-MM            PIC 9(02).
           05 WS-SVC-DUE-DATE          PIC 9(08).
      * The approved offer carries the LNTIERS tier the applicant
      * was underwritten under, derived again here the same way
      * MINICICS derives it, onto the account it opens.
        COPY LNTIERS SUPPRESS.
        01 WS-TIER-FIELDS.
           05 WS-OFFER-TIER            PIC X(08) VALUE 'DEFAULT'.
           05 WS-TIER-INCOME           PIC 9(18) VALUE 0.
           05 WS-TIER-BROWSE-SW        PIC X(01) VALUE 'N'.
              88 TIER-BROWSE-DONE      VALUE 'Y'.

      * Early payoff: PF5 with a loan account number in the UID
      * field (and optionally a payoff date in the date field)
      * quotes the figure that settles the loan in full - the
      * principal, interest accrued to the payoff date, the tier's
      * early-settlement charge and any late fees still open on
      * LNFEES - through the LNPQRULP rule
      * LOANPOQ also quotes with, and keeps it on LNPAYOFF for
      * LOANPAY to settle against. The quote stays good for
      * LOANPAYOFFDAYS days (run parameter, else the environment
      * variable, 10 days by default).
        COPY LNPOLICY SUPPRESS.
        COPY LNPAYOFF SUPPRESS.
        COPY LNPQRULE SUPPRESS.
        COPY LNFEES SUPPRESS.
        01 WS-PAYOFF-FIELDS.
           05 WS-PAYOFF-DAYS-ENV       PIC X(08) VALUE SPACES.
           05 WS-PAYOFF-SCAN-SW        PIC X(01) VALUE 'N'.
              88 PAYOFF-SCAN-DONE      VALUE 'Y'.
           05 WS-PAYOFF-AMOUNT-OUT     PIC Z(12)9.99.
           05 WS-PAYOFF-PCT-OUT        PIC Z9.99.
           05 WS-PAYOFF-MSG            PIC X(60).

      * Sanctions and watch-list screening of the applicant and any
      * co-applicant through the common SCRNCHKC check before the
      * application is underwritten. A match holds the application on
      * the compliance review queue, as a LOANAPPS record image, and
      * the applicant is told only that the application was received.
        COPY SCRNPARM SUPPRESS.
      * Tuning values kept on the RUNPARM run-parameter registry,
      * read through RUNPGETC.
        COPY RUNPLOOK SUPPRESS.
        01 WS-SCREEN-FIELDS.
           05 WS-SCREEN-NAME          PIC X(20).
           05 WS-SCREEN-OUTCOME       PIC X(01) VALUE 'N'.
              88 SCREEN-CLEAR         VALUE 'N'.
        01 WS-HELD-APPLICATION.
           05 WS-HELD-NAME            PIC X(20).
           05 WS-HELD-CREDIT-SCORE    PIC 9(03).
           05 WS-HELD-YEARLY-INCOME   PIC 9(09).
           05 WS-HELD-AGE             PIC 9(03).
           05 WS-HELD-AMOUNT          PIC 9(09).
           05 WS-HELD-YEARLY-REPAYMENT PIC 9(09).
           05 WS-HELD-BROKER-CODE     PIC X(06).
           05 FILLER                  PIC X(21).

        COPY MINIMAP.
        COPY DFHAID.
                   WHEN DFHCLEAR CONTINUE
                   WHEN DFHPF4
                     PERFORM ACCEPT-RECALLED-OFFER
                   WHEN DFHPF5
                     PERFORM QUOTE-LOAN-PAYOFF
                   WHEN DFHENTER
      * An offer number alone in the UID field recalls the saved
      * terms instead of underwriting a fresh application
                           GO TO MAIN-PROCESS-SEND
                        END-IF
                     END-IF
      * Neither party may be underwritten until both screen clear
                     PERFORM SCREEN-APPLICANTS
                     IF NOT SCREEN-CLEAR
                        GO TO MAIN-PROCESS-SEND
                     END-IF
                     EXEC CICS LINK PROGRAM('MINICICS')
                        COMMAREA(COMMAREA-BUFFER)
                        LENGTH(LENGTH OF COMMAREA-BUFFER)
      * Main Program loop ENDS here....                         *
      ***********************************************************

      ***********************************************************
      * SCREEN-APPLICANTS - screens the applicant and any        *
      * co-applicant through SCRNCHKC; each is known to the      *
      * queue by the screening key of the name. A match on       *
      * either party holds the application for compliance and    *
      * the applicant may resubmit once it is cleared; a         *
      * confirmed match, or a screen that cannot be run, is not  *
      * decided. Whatever the outcome the applicant sees the     *
      * same neutral reply and learns nothing of the screening.  *
      ***********************************************************
        SCREEN-APPLICANTS SECTION.
           MOVE 'N' TO WS-SCREEN-OUTCOME.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE SPACES TO WS-HELD-APPLICATION.
           MOVE name of COMMAREA-BUFFER TO WS-HELD-NAME.
           MOVE creditScore of COMMAREA-BUFFER TO WS-HELD-CREDIT-SCORE.
           MOVE yearlyIncome of COMMAREA-BUFFER
                                      TO WS-HELD-YEARLY-INCOME.
           MOVE age of COMMAREA-BUFFER TO WS-HELD-AGE.
           MOVE amount of COMMAREA-BUFFER TO WS-HELD-AMOUNT.
           MOVE yearlyRepayment of COMMAREA-BUFFER
                                      TO WS-HELD-YEARLY-REPAYMENT.
           MOVE name of COMMAREA-BUFFER TO WS-SCREEN-NAME.
           PERFORM SCREEN-ONE-PARTY.
           IF coApplicantName of COMMAREA-BUFFER NOT = SPACES
              AND coApplicantName of COMMAREA-BUFFER NOT = LOW-VALUES
              MOVE coApplicantName of COMMAREA-BUFFER
                                      TO WS-SCREEN-NAME
              PERFORM SCREEN-ONE-PARTY
           END-IF.
           IF SCREEN-CLEAR
              GO TO SCREEN-APPLICANTS-EXIT
           END-IF.
           MOVE 'Application received' TO approvedo.
           MOVE SPACES TO MSG1O MSG2O MSG3O MSG4O
                           MSG5O MSG6O MSG7O MSG8O
                           MSG9O.
           MOVE 'Your application has been received and is being'
                TO MSG1O.
           MOVE 'processed. We will contact you about the outcome.'
                TO MSG2O.
           MOVE name of COMMAREA-BUFFER TO NAMEO.
        SCREEN-APPLICANTS-EXIT.
           EXIT.

      * The strongest outcome across the parties is kept: a
      * refusal ('M' or 'U') outranks a hold ('H').
        SCREEN-ONE-PARTY SECTION.
           MOVE 'K' TO SCRNPARM-FUNCTION.
           MOVE WS-SCREEN-NAME TO SCRNPARM-NAME.
           PERFORM LINK-SCREENING-CHECK.
           MOVE 'S' TO SCRNPARM-FUNCTION.
           MOVE 'L' TO SCRNPARM-SOURCE.
           MOVE SCRNPARM-SCREEN-KEY TO SCRNPARM-SUBJECT.
           PERFORM LINK-SCREENING-CHECK.
           IF SCRNPARM-NO-MATCH
              GO TO SCREEN-ONE-PARTY-EXIT
           END-IF.
           IF SCRNPARM-MATCH-TO-HOLD
              MOVE 'H' TO SCRNPARM-FUNCTION
              MOVE 'J' TO SCRNPARM-HOLD-TYPE
              MOVE 'LOANCICS' TO SCRNPARM-ORIGIN
              MOVE WS-USERID TO SCRNPARM-USERID
              MOVE WS-HELD-APPLICATION TO SCRNPARM-HELD-DATA
              PERFORM LINK-SCREENING-CHECK
           END-IF.
           IF SCRNPARM-MATCH-TO-HOLD
              IF SCREEN-CLEAR
                 MOVE 'H' TO WS-SCREEN-OUTCOME
              END-IF
           ELSE
              MOVE SCRNPARM-RESULT TO WS-SCREEN-OUTCOME
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'screening result ' SCRNPARM-RESULT ' for '
                     WS-SCREEN-NAME
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF.
        SCREEN-ONE-PARTY-EXIT.
           EXIT.

        LINK-SCREENING-CHECK SECTION.
           EXEC CICS LINK PROGRAM('SCRNCHKC')
                COMMAREA(SCRNPARM-AREA)
                LENGTH(LENGTH OF SCRNPARM-AREA)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'U' TO SCRNPARM-RESULT
           END-IF.
        LINK-SCREENING-CHECK-EXIT.
           EXIT.

      ***********************************************************
      * LINK-RUN-PARAMETER - the LOANCICS value in force today   *
      * for RUNPLOOK-NAME; the caller falls back to its          *
      * environment variable when there is none.                 *
      ***********************************************************
        LINK-RUN-PARAMETER SECTION.
           MOVE 'G' TO RUNPLOOK-FUNCTION.
           MOVE 'LOANCICS' TO RUNPLOOK-PROGRAM.
           MOVE 0 TO RUNPLOOK-AS-OF-DATE.
           EXEC CICS LINK PROGRAM('RUNPGETC')
                COMMAREA(RUNPLOOK-AREA)
                LENGTH(LENGTH OF RUNPLOOK-AREA)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'U' TO RUNPLOOK-RESULT
           END-IF.
        LINK-RUN-PARAMETER-EXIT.
           EXIT.

        EXIT-TRANSACTION SECTION.
      *********************************************************
      * End of this transaction, put out message and die...
           MOVE 'N' TO WS-DUP-INCOMPLETE-SW.
           MOVE 0 TO WS-DUP-READS.

           MOVE 'LOANDUPDAYS' TO RUNPLOOK-NAME.
           PERFORM LINK-RUN-PARAMETER.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-DUP-DAYS
           ELSE
              DISPLAY "LOANDUPDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-DUP-DAYS-ENV FROM ENVIRONMENT-VALUE
              IF WS-DUP-DAYS-ENV(1:3) IS NUMERIC
                 MOVE WS-DUP-DAYS-ENV(1:3) TO WS-DUP-DAYS
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DATE-INT =
      * the screen so the applicant can quote it later.          *
      ***********************************************************
        SAVE-APPROVED-OFFER SECTION.
           MOVE 'LOANOFFERDAYS' TO RUNPLOOK-NAME.
           PERFORM LINK-RUN-PARAMETER.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO WS-OFFER-DAYS
           ELSE
              DISPLAY "LOANOFFERDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-OFFER-DAYS-ENV FROM ENVIRONMENT-VALUE
              IF WS-OFFER-DAYS-ENV(1:3) IS NUMERIC
                 MOVE WS-OFFER-DAYS-ENV(1:3) TO WS-OFFER-DAYS
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE LOANOFFR-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE 'O' TO LOANOFFR-STATUS.
           PERFORM DERIVE-OFFER-TIER.
           MOVE WS-OFFER-TIER TO LOANOFFR-TIER.
           PERFORM SET-OFFER-RATE-TYPE.

      * Offer number from the time of day plus the task number --
      * unique enough that the rare collision just re-times itself.
        SAVE-APPROVED-OFFER-EXIT.
           EXIT.

      ***********************************************************
      * SET-OFFER-RATE-TYPE - a variable-rate offer keeps the    *
      * priced rate as its margin over the reference rate in     *
      * force today; fixed is the default, and the fallback when *
      * no reference row has taken effect.                       *
      ***********************************************************
        SET-OFFER-RATE-TYPE SECTION.
           MOVE 'F' TO LOANOFFR-RATE-TYPE.
           MOVE 0 TO LOANOFFR-MARGIN.
           MOVE 0 TO LOANOFFR-REF-EFFDATE.
           IF RTYPEI NOT = 'V'
              GO TO SET-OFFER-RATE-TYPE-EXIT
           END-IF.

           PERFORM FIND-REFERENCE-RATE.
           IF NOT REFERENCE-RATE-FOUND
              MOVE 'Loan approved - FIXED rate, no reference rate set'
                  TO approvedo
              GO TO SET-OFFER-RATE-TYPE-EXIT
           END-IF.
           MOVE 'V' TO LOANOFFR-RATE-TYPE.
           COMPUTE LOANOFFR-MARGIN = LOANOFFR-RATE - WS-REF-RATE.
           MOVE WS-REF-EFFDATE TO LOANOFFR-REF-EFFDATE.
           MOVE LOANOFFR-MARGIN TO WS-MARGIN-DISPLAY.
           MOVE SPACES TO WS-OFFER-MSG.
           STRING 'Loan approved - VARIABLE rate, margin '
                  WS-MARGIN-DISPLAY ' over reference'
                  DELIMITED BY SIZE INTO WS-OFFER-MSG.
           MOVE WS-OFFER-MSG TO approvedo.
        SET-OFFER-RATE-TYPE-EXIT.
           EXIT.

      ***********************************************************
      * FIND-REFERENCE-RATE - the newest REFRATE row (term band  *
      * 00) whose effective date has arrived.                    *
      ***********************************************************
        FIND-REFERENCE-RATE SECTION.
           MOVE 'N' TO WS-REF-FOUND-SW.
           MOVE 0 TO WS-REF-EFFDATE.
           MOVE 'REFRATE' TO LNRATES-TIER.
           MOVE 0 TO LNRATES-TERM-YEARS.
           MOVE 0 TO LNRATES-EFFDATE.
           EXEC CICS STARTBR FILE('LNRATES')
                RIDFLD(LNRATES-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO FIND-REFERENCE-RATE-EXIT
           END-IF.
           MOVE 'N' TO WS-REF-DONE-SW.
           PERFORM TEST-ONE-REFERENCE-ROW
               UNTIL REFERENCE-BROWSE-DONE.
           EXEC CICS ENDBR FILE('LNRATES')
                RESP(WS-RESP)
                END-EXEC.
        FIND-REFERENCE-RATE-EXIT.
           EXIT.

        TEST-ONE-REFERENCE-ROW SECTION.
           EXEC CICS READNEXT FILE('LNRATES')
                INTO(LNRATES-RECORD)
                LENGTH(LENGTH OF LNRATES-RECORD)
                RIDFLD(LNRATES-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LNRATES-TIER NOT = 'REFRATE'
              OR LNRATES-TERM-YEARS NOT = 0
              MOVE 'Y' TO WS-REF-DONE-SW
           ELSE
              IF LNRATES-EFFDATE IS NOT GREATER THAN WS-TODAY
                 MOVE 'Y' TO WS-REF-FOUND-SW
                 MOVE LNRATES-EFFDATE TO WS-REF-EFFDATE
                 MOVE LNRATES-ANNUAL-RATE TO WS-REF-RATE
              ELSE
                 MOVE 'Y' TO WS-REF-DONE-SW
              END-IF
           END-IF.
        TEST-ONE-REFERENCE-ROW-EXIT.
           EXIT.

      ***********************************************************
      * DERIVE-OFFER-TIER - the LNTIERS tier the application was *
      * underwritten under: the first rule, in priority order,   *
      * whose income band (joint income for a joint application),*
      * age band and amount ceiling all fit. A missing rule file,*
      * a browse error or no matching rule leave it at DEFAULT,  *
      * exactly as MINICICS decides it.                          *
      ***********************************************************
        DERIVE-OFFER-TIER SECTION.
           MOVE 'DEFAULT' TO WS-OFFER-TIER.
           MOVE yearlyIncome of COMMAREA-BUFFER TO WS-TIER-INCOME.
           IF coApplicantName of COMMAREA-BUFFER NOT = SPACES
              AND coApplicantName of COMMAREA-BUFFER NOT = LOW-VALUES
              COMPUTE WS-TIER-INCOME =
                  yearlyIncome of COMMAREA-BUFFER
                  + coApplicantIncome of COMMAREA-BUFFER
           END-IF.
           MOVE 'N' TO WS-TIER-BROWSE-SW.
           MOVE ZERO TO LNTIERS-PRIORITY.
           EXEC CICS STARTBR FILE('LNTIERS')
                RIDFLD(LNTIERS-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-TIER-BROWSE-SW
           END-IF.

           PERFORM TEST-ONE-OFFER-TIER-RULE
               UNTIL TIER-BROWSE-DONE.

           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(ENDFILE)
              EXEC CICS ENDBR FILE('LNTIERS')
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
        DERIVE-OFFER-TIER-EXIT.
           EXIT.

        TEST-ONE-OFFER-TIER-RULE SECTION.
           EXEC CICS READNEXT FILE('LNTIERS')
                INTO(LNTIERS-RECORD)
                LENGTH(LENGTH OF LNTIERS-RECORD)
                RIDFLD(LNTIERS-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-TIER-BROWSE-SW
           ELSE
              IF WS-TIER-INCOME >= LNTIERS-MIN-INCOME
                 AND WS-TIER-INCOME <= LNTIERS-MAX-INCOME
                 AND age of COMMAREA-BUFFER >= LNTIERS-MIN-AGE
                 AND age of COMMAREA-BUFFER <= LNTIERS-MAX-AGE
                 AND amount of COMMAREA-BUFFER <= LNTIERS-MAX-AMOUNT
                 MOVE LNTIERS-TIER TO WS-OFFER-TIER
                 MOVE 'Y' TO WS-TIER-BROWSE-SW
              END-IF
           END-IF.
        TEST-ONE-OFFER-TIER-RULE-EXIT.
           EXIT.

      ***********************************************************
      * RECALL-OFFER - redisplays the saved terms for the offer  *
      * number entered in the UID field; the applicant accepts   *
                 MOVE LOANOFFR-AMOUNT TO AMOUNTO
                 MOVE LOANOFFR-RATE TO INTERESTO
                 MOVE LOANOFFR-REPAYMENT TO YRPAYMNTO
                 IF LOANOFFR-VARIABLE
                    MOVE 'V' TO RTYPEO
                 ELSE
                    MOVE 'F' TO RTYPEO
                 END-IF
                 MOVE SPACES TO WS-OFFER-MSG
                 STRING 'Terms locked until '
                        LOANOFFR-EXPIRY-DATE
           MOVE LOANOFFR-AMOUNT TO LOANACCT-BALANCE.
           MOVE 'O' TO LOANACCT-STATUS.
           MOVE 0 TO LOANACCT-SCHED-COUNT.
           MOVE LOANOFFR-TIER TO LOANACCT-TIER.
           MOVE LOANOFFR-RATE-TYPE TO LOANACCT-RATE-TYPE.
           MOVE LOANOFFR-MARGIN TO LOANACCT-MARGIN.
           MOVE LOANOFFR-REF-EFFDATE TO LOANACCT-REF-EFFDATE.

           PERFORM GENERATE-REPAYMENT-SCHEDULE.

        OPEN-LOAN-ACCOUNT-EXIT.
           EXIT.

      ***********************************************************
      * QUOTE-LOAN-PAYOFF - PF5 quotes the early payoff of the    *
      * loan account in the UID field for the payoff date in the  *
      * date field (blank for today), shows the figures and keeps *
      * the quote on LNPAYOFF, replacing any earlier one, so a    *
      * receipt for the total inside the validity settles the     *
      * loan in full when LOANPAY posts it.                       *
      ***********************************************************
        QUOTE-LOAN-PAYOFF SECTION.
           MOVE SPACES TO MSG1O MSG2O MSG3O MSG4O
                           MSG5O MSG6O MSG7O MSG8O
                           MSG9O MSGAO.
           IF UIDI = SPACES OR UIDI = LOW-VALUES
              MOVE 'Enter a loan account number first' TO approvedo
              GO TO QUOTE-LOAN-PAYOFF-EXIT
           END-IF.
           MOVE UIDI TO LOANACCT-NUMBER.
           EXEC CICS READ FILE('LOANACCT')
                INTO(LOANACCT-RECORD)
                LENGTH(LENGTH OF LOANACCT-RECORD)
                RIDFLD(LOANACCT-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Loan account not found' TO approvedo
              GO TO QUOTE-LOAN-PAYOFF-EXIT
           END-IF.
           MOVE LOANACCT-NAME TO NAMEO.
           MOVE LOANACCT-NUMBER TO UIDO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO PQR-QUOTE-DATE.
           MOVE 0 TO PQR-PAYOFF-DATE.
           IF EFDATEI NOT = SPACES AND EFDATEI NOT = LOW-VALUES
              IF EFDATEI IS NUMERIC
                 MOVE EFDATEI TO PQR-PAYOFF-DATE
              ELSE
                 MOVE 'Payoff date must be YYYYMMDD or blank'
                     TO approvedo
                 GO TO QUOTE-LOAN-PAYOFF-EXIT
              END-IF
           END-IF.

           MOVE 'LOANPAYOFFDAYS' TO RUNPLOOK-NAME.
           PERFORM LINK-RUN-PARAMETER.
           IF RUNPLOOK-FOUND
              AND RUNPLOOK-VALUE(1:3) IS NUMERIC
              MOVE RUNPLOOK-VALUE(1:3) TO PQR-VALID-DAYS
           ELSE
              DISPLAY "LOANPAYOFFDAYS" UPON ENVIRONMENT-NAME
              ACCEPT WS-PAYOFF-DAYS-ENV FROM ENVIRONMENT-VALUE
              IF WS-PAYOFF-DAYS-ENV(1:3) IS NUMERIC
                 MOVE WS-PAYOFF-DAYS-ENV(1:3) TO PQR-VALID-DAYS
              END-IF
           END-IF.
           PERFORM LOOK-UP-PAYOFF-CHARGE.

           PERFORM PAYOFF-CHECK-RULE.
           IF PQR-REFUSED
              MOVE 'Payoff not quoted' TO approvedo
              MOVE PQR-REASON TO MSG1O
              GO TO QUOTE-LOAN-PAYOFF-EXIT
           END-IF.

           MOVE 'N' TO WS-PAYOFF-SCAN-SW.
           MOVE LOANACCT-NUMBER TO LOANSCHD-ACCOUNT.
           MOVE 0 TO LOANSCHD-SEQ.
           EXEC CICS STARTBR FILE('LOANSCHD')
                RIDFLD(LOANSCHD-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PAYOFF-SCAN-SW
           END-IF.

           PERFORM ADD-ONE-PAYOFF-ENTRY
               UNTIL PAYOFF-SCAN-DONE.

           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(ENDFILE)
              EXEC CICS ENDBR FILE('LOANSCHD')
                   RESP(WS-RESP)
                   END-EXEC
           ELSE
      * The schedule could not be read to the end: a quote that
      * misses unpaid interest is worse than none
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'payoff schedule browse failed'
                     TO PROBLOG-DETAIL
                 PERFORM WRITE-PROBLEM-LOG-RECORD
                 MOVE 'Payoff not available - retry later'
                     TO approvedo
                 GO TO QUOTE-LOAN-PAYOFF-EXIT
              END-IF
           END-IF.

           PERFORM SUM-OPEN-LATE-FEES.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(ENDFILE)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              MOVE 'payoff late-fee browse failed' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              MOVE 'Payoff not available - retry later'
                  TO approvedo
              GO TO QUOTE-LOAN-PAYOFF-EXIT
           END-IF.

           PERFORM PAYOFF-FINISH-RULE.
           MOVE LNPOLICY-TIER TO LNPAYOFF-TIER.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO LNPAYOFF-QUOTED-BY.
           MOVE 'O' TO LNPAYOFF-CHANNEL.

      * One quote per account - a new quote replaces the last
           EXEC CICS DELETE FILE('LNPAYOFF')
                RIDFLD(LNPAYOFF-KEY)
                RESP(WS-RESP)
                END-EXEC.
           EXEC CICS WRITE FILE('LNPAYOFF')
                FROM(LNPAYOFF-RECORD)
                LENGTH(LENGTH OF LNPAYOFF-RECORD)
                RIDFLD(LNPAYOFF-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'payoff quote write failed' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              MOVE 'Payoff quote could not be saved - try again'
                  TO approvedo
              GO TO QUOTE-LOAN-PAYOFF-EXIT
           END-IF.

           MOVE 'Payoff quote issued' TO approvedo.
           MOVE LNPAYOFF-PAYOFF-DATE TO EFDATEO.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Payoff date             ' LNPAYOFF-PAYOFF-DATE
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG1O.
           MOVE LNPAYOFF-PRINCIPAL TO WS-PAYOFF-AMOUNT-OUT.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Principal outstanding   ' WS-PAYOFF-AMOUNT-OUT
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG2O.
           MOVE LNPAYOFF-INTEREST TO WS-PAYOFF-AMOUNT-OUT.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Interest to payoff date ' WS-PAYOFF-AMOUNT-OUT
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG3O.
           MOVE LNPAYOFF-CHARGE TO WS-PAYOFF-AMOUNT-OUT.
           MOVE LNPAYOFF-CHARGE-PCT TO WS-PAYOFF-PCT-OUT.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Early settlement charge ' WS-PAYOFF-AMOUNT-OUT
                  ' (' WS-PAYOFF-PCT-OUT '%)'
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG4O.
           MOVE LNPAYOFF-FEES TO WS-PAYOFF-AMOUNT-OUT.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Late fees outstanding   ' WS-PAYOFF-AMOUNT-OUT
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG5O.
           MOVE LNPAYOFF-TOTAL TO WS-PAYOFF-AMOUNT-OUT.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Total to settle in full ' WS-PAYOFF-AMOUNT-OUT
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSG6O.
           MOVE SPACES TO WS-PAYOFF-MSG.
           STRING 'Quote valid until ' LNPAYOFF-VALID-UNTIL
                  ' - pay quoting ' LNPAYOFF-ACCOUNT
                  DELIMITED BY SIZE INTO WS-PAYOFF-MSG.
           MOVE WS-PAYOFF-MSG TO MSGAO.
        QUOTE-LOAN-PAYOFF-EXIT.
           EXIT.

      * The early-settlement percentage of the account's tier; a
      * blank tier or one with no LNPOLICY record takes DEFAULT's,
      * and no DEFAULT record either means no charge.
        LOOK-UP-PAYOFF-CHARGE SECTION.
           MOVE 0 TO PQR-CHARGE-PCT.
           IF LOANACCT-TIER = SPACES OR LOANACCT-TIER = LOW-VALUES
              MOVE 'DEFAULT' TO LNPOLICY-TIER
           ELSE
              MOVE LOANACCT-TIER TO LNPOLICY-TIER
           END-IF.
           EXEC CICS READ FILE('LNPOLICY')
                INTO(LNPOLICY-RECORD)
                RIDFLD(LNPOLICY-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND LNPOLICY-TIER NOT = 'DEFAULT'
              MOVE 'DEFAULT' TO LNPOLICY-TIER
              EXEC CICS READ FILE('LNPOLICY')
                   INTO(LNPOLICY-RECORD)
                   RIDFLD(LNPOLICY-KEY)
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              AND LNPOLICY-EARLY-SETTLE-PCT IS NUMERIC
              MOVE LNPOLICY-EARLY-SETTLE-PCT TO PQR-CHARGE-PCT
           END-IF.
        LOOK-UP-PAYOFF-CHARGE-EXIT.
           EXIT.

      * The unpaid part of every late fee still open on the account
        SUM-OPEN-LATE-FEES SECTION.
           MOVE 0 TO PQR-FEES.
           MOVE 'N' TO WS-PAYOFF-SCAN-SW.
           MOVE LOANACCT-NUMBER TO LNFEES-ACCOUNT.
           MOVE 0 TO LNFEES-SEQ.
           EXEC CICS STARTBR FILE('LNFEES')
                RIDFLD(LNFEES-KEY)
                GTEQ
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO SUM-OPEN-LATE-FEES-EXIT
           END-IF.
           PERFORM ADD-ONE-LATE-FEE
               UNTIL PAYOFF-SCAN-DONE.
           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(ENDFILE)
              EXEC CICS ENDBR FILE('LNFEES')
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
        SUM-OPEN-LATE-FEES-EXIT.
           EXIT.

        ADD-ONE-LATE-FEE SECTION.
           EXEC CICS READNEXT FILE('LNFEES')
                INTO(LNFEES-RECORD)
                LENGTH(LENGTH OF LNFEES-RECORD)
                RIDFLD(LNFEES-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PAYOFF-SCAN-SW
           ELSE
              IF LNFEES-ACCOUNT NOT = LOANACCT-NUMBER
                 MOVE 'Y' TO WS-PAYOFF-SCAN-SW
              ELSE
                 IF LNFEES-OPEN
                    COMPUTE PQR-FEES = PQR-FEES
                        + LNFEES-AMOUNT - LNFEES-AMOUNT-PAID
                 END-IF
              END-IF
           END-IF.
        ADD-ONE-LATE-FEE-EXIT.
           EXIT.

        ADD-ONE-PAYOFF-ENTRY SECTION.
           EXEC CICS READNEXT FILE('LOANSCHD')
                INTO(LOANSCHD-RECORD)
                LENGTH(LENGTH OF LOANSCHD-RECORD)
                RIDFLD(LOANSCHD-KEY)
                RESP(WS-RESP)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-PAYOFF-SCAN-SW
           ELSE
              IF LOANSCHD-ACCOUNT NOT = LOANACCT-NUMBER
                 MOVE 'Y' TO WS-PAYOFF-SCAN-SW
              ELSE
                 PERFORM PAYOFF-ENTRY-RULE
              END-IF
           END-IF.
        ADD-ONE-PAYOFF-ENTRY-EXIT.
           EXIT.

      ***********************************************************
      * GENERATE-REPAYMENT-SCHEDULE - one LOANSCHD entry per      *
      * month: interest on the running balance at a twelfth of    *
           MOVE WS-AMORT-LINE-TAB(5) TO SCHED5O.
        COMPUTE-AMORTIZATION-SCHEDULE-EXIT.
           EXIT.

        COPY LNPQRULP.
