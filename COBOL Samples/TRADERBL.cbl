              RECORD KEY IS WATCHNTF-KEY OF WATCHNTF-RECORD
              FILE STATUS IS WATCHNTF-FILE-STATUS.

           SELECT Margin-Accounts ASSIGN TO MARGACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MARGACCT-KEY OF MARGACCT-RECORD
              FILE STATUS IS MARGACCT-FILE-STATUS.

           SELECT Margin-Ltv ASSIGN TO MARGLTV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MARGLTV-KEY OF MARGLTV-RECORD
              FILE STATUS IS MARGLTV-FILE-STATUS.

           SELECT Risk-Profiles ASSIGN TO RISKPROF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RISKPROF-KEY OF RISKPROF-RECORD
              FILE STATUS IS RISKPROF-FILE-STATUS.

           SELECT Volatility-Grades ASSIGN TO VOLGRADE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VOLGRADE-KEY OF VOLGRADE-RECORD
              FILE STATUS IS VOLGRADE-FILE-STATUS.

           SELECT Index-History ASSIGN TO IDXHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDXHIST-KEY OF IDXHIST-RECORD
              FILE STATUS IS IDXHIST-FILE-STATUS.

           SELECT Bank-Details ASSIGN TO BANKDTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BANKDTL-KEY OF BANKDTL-RECORD
              FILE STATUS IS BANKDTL-FILE-STATUS.

           SELECT Pending-Payments ASSIGN TO PENDPAY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PENDPAY-KEY OF PENDPAY-RECORD
              FILE STATUS IS PENDPAY-FILE-STATUS.

           SELECT Tax-Customers ASSIGN TO TAXCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAXCUST-KEY OF TAXCUST-RECORD
              FILE STATUS IS TAXCUST-FILE-STATUS.

           SELECT Company-Currency ASSIGN TO COMPCCY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COMPCCY-KEY OF COMPCCY-RECORD
              FILE STATUS IS COMPCCY-FILE-STATUS.

           SELECT FX-Rates ASSIGN TO FXRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FXRATE-KEY OF FXRATE-RECORD
              FILE STATUS IS FXRATE-FILE-STATUS.

           SELECT Offers ASSIGN TO OFFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFFER-KEY OF OFFER-RECORD
              FILE STATUS IS OFFER-FILE-STATUS.

           SELECT Offer-Subscriptions ASSIGN TO OFFRSUB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OFFRSUB-KEY OF OFFRSUB-RECORD
              FILE STATUS IS OFFRSUB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  Watch-Notify.
       COPY WATCHNTF SUPPRESS.

       FD  Margin-Accounts.
       COPY MARGACCT SUPPRESS.

       FD  Margin-Ltv.
       COPY MARGLTV SUPPRESS.

       FD  Risk-Profiles.
       COPY RISKPROF SUPPRESS.

       FD  Volatility-Grades.
       COPY VOLGRADE SUPPRESS.

       FD  Index-History.
       COPY IDXHIST SUPPRESS.

       FD  Bank-Details.
       COPY BANKDTL SUPPRESS.

       FD  Pending-Payments.
       COPY PENDPAY SUPPRESS.

       FD  Tax-Customers.
       COPY TAXCUST SUPPRESS.

       FD  Company-Currency.
       COPY COMPCCY SUPPRESS.

       FD  FX-Rates.
       COPY FXRATE SUPPRESS.

       FD  Offers.
       COPY OFFER SUPPRESS.

       FD  Offer-Subscriptions.
       COPY OFFRSUB SUPPRESS.

       WORKING-STORAGE SECTION.

       01 PROBLOG-FILE-STATUS           PIC X(2).
           88 PENDACCT-NOTFOUND        VALUE '23'.
       01 ACCOUNT-OK-SW                 PIC X(01) VALUE 'Y'.
           88 ACCOUNT-IS-APPROVED      VALUE 'Y'.
      * Sanctions and watch-list screening of the applicant's name
      * through the common SCRNCHK check, at application and again at
      * approval. A match holds the application at PENDACCT status 'S'
      * until compliance decides it on SCRNRVW.
       COPY SCRNPARM.
       01 TRDCAL-FILE-STATUS            PIC X(2).
           88 TRDCAL-NORMAL            VALUE '00'.
       01 TRDCAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 WATCHLST-NOTFOUND        VALUE '23'.
       01 WATCHNTF-FILE-STATUS          PIC X(2).
           88 WATCHNTF-NORMAL          VALUE '00'.
       01 MARGACCT-FILE-STATUS          PIC X(2).
           88 MARGACCT-NORMAL          VALUE '00'.
       01 MARGLTV-FILE-STATUS           PIC X(2).
           88 MARGLTV-NORMAL           VALUE '00'.
       01 RISKPROF-FILE-STATUS          PIC X(2).
           88 RISKPROF-NORMAL          VALUE '00'.
           88 RISKPROF-DUPLICATE       VALUE '22'.
       01 VOLGRADE-FILE-STATUS          PIC X(2).
           88 VOLGRADE-NORMAL          VALUE '00'.
       01 IDXHIST-FILE-STATUS           PIC X(2).
           88 IDXHIST-NORMAL           VALUE '00'.
       01 IDXHIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
       01 BANKDTL-FILE-STATUS           PIC X(2).
           88 BANKDTL-NORMAL           VALUE '00'.
       01 BANKDTL-FOUND-SW              PIC X(01) VALUE 'N'.
           88 BANKDTL-ON-FILE          VALUE 'Y'.
       01 PENDPAY-FILE-STATUS           PIC X(2).
           88 PENDPAY-NORMAL           VALUE '00'.
       01 TAXCUST-FILE-STATUS           PIC X(2).
           88 TAXCUST-NORMAL           VALUE '00'.
       01 TAXCUST-FOUND-SW              PIC X(01) VALUE 'N'.
           88 TAXCUST-ON-FILE          VALUE 'Y'.
       01 COMPCCY-FILE-STATUS           PIC X(2).
           88 COMPCCY-NORMAL           VALUE '00'.
       01 FXRATE-FILE-STATUS            PIC X(2).
           88 FXRATE-NORMAL            VALUE '00'.
       01 OFFER-FILE-STATUS             PIC X(2).
           88 OFFER-NORMAL             VALUE '00'.
       01 OFFER-FOUND-SW                PIC X(01) VALUE 'N'.
           88 OFFER-ON-FILE            VALUE 'Y'.
       01 OFFRSUB-FILE-STATUS           PIC X(2).
           88 OFFRSUB-NORMAL           VALUE '00'.
       01 WATCH-DONE-SW                 PIC X(01) VALUE 'N'.
           88 WATCH-SCAN-DONE          VALUE 'Y'.
       01 WATCH-OUT-SUB                 PIC 9(02) COMP VALUE 0.
       01 HISTORY-POINT.
          03 HIST-POINT-DATE            PIC 9(08).
          03 HIST-POINT-PRICE           PIC X(08).
       01 INDEX-CLOSE-CHAR              PIC 9(05).99.

      * DL/I FUNCTION CODES

          03 EXPOSURE-LIMIT-MSG.
             05 FILLER  PIC X(25) VALUE 'BUY REFUSED - COMPANY EXP'.
             05 FILLER  PIC X(25) VALUE 'OSURE PAST PORTFOLIO CAP '.
          03 SUITABILITY-MSG.
             05 FILLER  PIC X(25) VALUE 'BUY REFUSED - COMPANY TOO'.
             05 FILLER  PIC X(25) VALUE ' VOLATILE FOR THE PROFILE'.
          03 TOO-MANY-SHARES-MSG.
             05 FILLER  PIC X(25) VALUE 'CUSTOMER TRIED TO SELL MO'.
             05 FILLER  PIC X(25) VALUE 'RE SHARES THAN HE OWNS   '.
          03 MARKET-CLOSED-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADE REFUSED - MARKET IS'.
             05 FILLER  PIC X(25) VALUE ' CLOSED PER THE CALENDAR '.
          03 FX-RATE-MSG.
             05 FILLER  PIC X(25) VALUE 'TRADE REFUSED - NO FX RAT'.
             05 FILLER  PIC X(25) VALUE 'E DATED TODAY FOR COMPANY'.
          03 COMPANY-CLOSED-MSG.
             05 FILLER  PIC X(25) VALUE 'COMPANY IS DELISTED - CLO'.
             05 FILLER  PIC X(25) VALUE 'SED TO NEW BUY ORDERS    '.
                07 UNIT-VALUE-3-DAYS PIC X(08).
                07 UNIT-VALUE-2-DAYS PIC X(08).
                07 UNIT-VALUE-1-DAYS PIC X(08).
      * The nominated bank account for the SET_BANK_ACCT request
      * travels in the share-value block, unused on the way in.
             05 BANK-ACCOUNT-DETAILS REDEFINES UNIT-SHARE-VALUES.
                07 BD-BANK-CODE        PIC X(11).
                07 BD-ACCOUNT-NO       PIC X(20).
                07 BD-ACCOUNT-NAME     PIC X(33).
      * Likewise the tax identification for SET_TAX_DETAILS.
             05 TAX-DETAILS REDEFINES UNIT-SHARE-VALUES.
                07 TD-TAX-ID           PIC X(11).
                07 TD-BIRTH-DATE       PIC X(08).
                07 TD-LEGAL-NAME       PIC X(33).
                07 TD-COUNTRY          PIC X(02).
                07 FILLER              PIC X(10).
             05 COMMISSION-COST-SELL PIC X(03).
             05 COMMISSION-COST-BUY PIC X(03).
             05 SHARES.
      * any date"). Carved from the commarea filler so the layout
      * length is unchanged.
             05 TRADE-HIST-FROM        PIC 9(08).
      * ADD_COMPANY with a new-issue offer period: the offer opens on
      * OFFER-OPEN-FROM and runs OFFER-DAYS days, for the number of
      * shares carried in TOTAL-SHARE-VALUE at UNIT-SHARE-PRICE.
             05 OFFER-OPEN-FROM REDEFINES TRADE-HIST-FROM
                                       PIC 9(08).
             05 TRADE-HIST-DAYS        PIC 9(03).
             05 OFFER-DAYS REDEFINES TRADE-HIST-DAYS
                                       PIC 9(03).
      * ADD_COMPANY: the ISO currency the company is quoted in, kept
      * on the COMPCCY side file (spaces mean base currency). Also
      * carved from the filler.
             05 COMPANY-CURRENCY-CODE  PIC X(03).
             05 FILLER                 PIC X(01).
             05 COMPANY-NAME-BUFFER.
                07 COMPANY-NAME-TAB OCCURS 4 TIMES
                       INDEXED BY IN-COMPANY-NAME-IDX PIC X(20).
       01 BAQ-RESPONSE-LEN              PIC S9(9) COMP-5 SYNC.
       77 COMM-STUB-PGM-NAME            PIC X(8) VALUE 'BAQCSTUB'.
       COPY BAQRTRY SUPPRESS.
      * Suitability of a purchase against the customer's risk profile
       COPY SUITRULE SUPPRESS.
      * Rate a BUY or SELL of a foreign-listed company converts at
       COPY FXRULE SUPPRESS.

       01 OUT-BUFFER.
      * OUT-LL is set from LENGTH OF OUT-BUFFER in MAINLINE so the
                   10 WL-ALERT-SW         PIC X(01).
                   10 WL-ALERT-PRICE      PIC X(08).
                   10 WL-ALERT-MOVE       PIC +ZZ9.99.
      * The market index returned by the GET_INDEX request -- the
      * latest IDXCALC day, with its recent closes (oldest first) in
      * SHARE-HISTORY-TAB.
             05 INDEX-BUFFER.
                07 IX-DATE                PIC 9(08).
                07 IX-OPEN                PIC ZZZZ9.99.
                07 IX-HIGH                PIC ZZZZ9.99.
                07 IX-LOW                 PIC ZZZZ9.99.
                07 IX-CLOSE               PIC ZZZZ9.99.
                07 IX-CHANGE-PCT          PIC +ZZ9.99.
                07 IX-CONSTITUENTS        PIC ZZZ9.
         03  OUT-SEGNO            PIC 9(4).

       01 CUSTOMER-IO-BUFFER.
             05 EXPO-OK-SW             PIC X(01) VALUE 'Y'.
                88 EXPOSURE-WITHIN-LIMIT   VALUE 'Y'.

      * Work fields for valuing a foreign-listed company's holdings:
      * the latest rate on FXRATE, stale or not, converts the quoted
      * price to base currency (a company with no COMPCCY record, or
      * a currency with no rate yet, values at 1)

          03 VALUATION-FX-FIELDS.
             05 VALUATION-COMPANY      PIC X(20) VALUE SPACES.
             05 VALUATION-FX-RATE      PIC 9(04)V9(06) VALUE 1.
             05 VALUATION-BASE-VALUE   PIC S9(9)V99 COMP-3 VALUE 0.

      * Work fields for a new-issue offer: the window ADD_COMPANY sets
      * up and the subscription SUBSCRIBE_OFFER takes money for

          03 OFFER-WORK-FIELDS.
             05 OFFER-TODAY            PIC 9(08) VALUE 0.
             05 OFFER-PRICE-NUM        PIC 9(07)V99 VALUE 0.
             05 OFFER-SHARES-NUM       PIC 9(12) VALUE 0.
             05 OFFER-TERMS-SW         PIC X(01) VALUE 'N'.
                88 OFFER-REQUESTED         VALUE 'Y'.
             05 OFFRSUB-FOUND-SW       PIC X(01) VALUE 'N'.
                88 OFFRSUB-ON-FILE         VALUE 'Y'.

      * Work fields for the risk profile: a profile is reviewed a
      * year after it was captured or last confirmed

          03 RISK-PROFILE-FIELDS.
             05 RISK-TODAY             PIC 9(08) VALUE 0.
             05 RISK-DUE-DATE          PIC 9(08) VALUE 0.
             05 FILLER REDEFINES RISK-DUE-DATE.
                07 RISK-DUE-YYYY       PIC 9(04).
                07 RISK-DUE-MMDD       PIC 9(04).

      * Work fields for margin lending on a BUY the cash balance alone
      * cannot cover: the customer's MARGACCT facility lends up to
      * its limit against the holdings' lending value from the last
      * MARGRUN plus the lending value of the shares being bought.

          03 MARGIN-CHECK-FIELDS.
             05 MARGIN-FACILITY-SW     PIC X(01) VALUE 'N'.
                88 MARGIN-FACILITY-USABLE  VALUE 'Y'.
             05 MARGIN-AVAILABLE       PIC 9(11)V99 COMP-3 VALUE 0.
             05 MARGIN-BUY-LENDING     PIC 9(11)V99 COMP-3 VALUE 0.
             05 MARGIN-HEADROOM        PIC S9(11)V99 COMP-3 VALUE 0.

      * Work fields for placing a stop-loss or trailing-stop sell: the
      * stop price is held on PENDORD in the same 99999.99 text form
      * as a limit price.

          03 STOP-ORDER-FIELDS.
             05 STOP-CURRENT-NUM       PIC 9(07)V99 COMP-3 VALUE 0.
             05 STOP-TRAIL-PCT         PIC 9(03) VALUE 0.
             05 STOP-PRICE-NUM         PIC 9(05)V99 VALUE 0.
             05 STOP-PRICE-NUM-R REDEFINES STOP-PRICE-NUM.
                07 STOP-PN-INT         PIC 9(05).
                07 STOP-PN-DEC         PIC 9(02).
             05 STOP-PRICE-TEXT.
                07 STOP-PT-INT         PIC 9(05).
                07 FILLER              PIC X(01) VALUE '.'.
                07 STOP-PT-DEC         PIC 9(02).
             05 STOP-HIGH-TEXT         PIC X(08).

      * Work fields for the price-swing alarm-threshold check

          03 ALARM-CHECK-FIELDS.
                07 COMPANY-CLOSED-RC   PIC X(02) VALUE '10'.
                07 MARKET-CLOSED-RC    PIC X(02) VALUE '11'.
                07 EXPOSURE-RC         PIC X(02) VALUE '12'.
                07 SUITABILITY-RC      PIC X(02) VALUE '13'.
                07 INDEX-NOT-AVAILABLE PIC X(02) VALUE '14'.
                07 FX-RATE-NOT-AVAILABLE
                                       PIC X(02) VALUE '15'.
                07 PGM-LOGIC-ERROR     PIC X(02) VALUE '98'.
                07 CUSTOMER-NOT-FOUND  PIC X(02) VALUE '99'.
             05 REQUEST-TYPES.
                       VALUE 'PLACE_LIMIT_ORD'.
                07 LIMIT-ORDER-REQ1    PIC X(15)
                       VALUE 'Place_Limit_Ord'.
                07 STOP-ORDER-REQ      PIC X(15)
                       VALUE 'PLACE_STOP_ORD '.
                07 STOP-ORDER-REQ1     PIC X(15)
                       VALUE 'Place_Stop_Ord '.
                07 DEPOSIT-CASH-REQ    PIC X(15)
                       VALUE 'DEPOSIT_CASH   '.
                07 DEPOSIT-CASH-REQ1   PIC X(15)
                       VALUE 'CANCEL_PLAN    '.
                07 CANCEL-PLAN-REQ1    PIC X(15)
                       VALUE 'Cancel_Plan    '.
                07 SET-RISK-REQ        PIC X(15)
                       VALUE 'SET_RISK_PROF  '.
                07 SET-RISK-REQ1       PIC X(15)
                       VALUE 'Set_Risk_Prof  '.
                07 GET-INDEX-REQ       PIC X(15)
                       VALUE 'GET_INDEX      '.
                07 GET-INDEX-REQ1      PIC X(15)
                       VALUE 'Get_Index      '.
                07 SET-BANK-REQ        PIC X(15)
                       VALUE 'SET_BANK_ACCT  '.
                07 SET-BANK-REQ1       PIC X(15)
                       VALUE 'Set_Bank_Acct  '.
                07 SET-TAX-REQ         PIC X(15)
                       VALUE 'SET_TAX_DETAILS'.
                07 SET-TAX-REQ1        PIC X(15)
                       VALUE 'Set_Tax_Details'.
                07 SUBSCRIBE-REQ       PIC X(15)
                       VALUE 'SUBSCRIBE_OFFER'.
                07 SUBSCRIBE-REQ1      PIC X(15)
                       VALUE 'Subscribe_Offer'.
             05 SUBTYPES.
                07 SUBTYPE-UPDATE      PIC X(01) VALUE '0'.
                07 SUBTYPE-BUY         PIC X(01) VALUE '1'.
           OPEN INPUT Exposure-Limits.
           OPEN I-O Watch-List.
           OPEN I-O Watch-Notify.
           OPEN INPUT Margin-Accounts.
           OPEN INPUT Margin-Ltv.
           OPEN I-O Risk-Profiles.
           OPEN INPUT Volatility-Grades.
           OPEN I-O Bank-Details.
           OPEN I-O Pending-Payments.
           OPEN I-O Tax-Customers.
           OPEN I-O Company-Currency.
           OPEN INPUT FX-Rates.
           OPEN I-O Offers.
           OPEN I-O Offer-Subscriptions.
           INITIALIZE CUSTOMER-IO-BUFFER.
           INITIALIZE COMPANY-IO-BUFFER.
           CALL 'CBLTDLI' USING GET-UNIQUE, IOPCB, IN-BUFFER.
                   PERFORM GUARDED-LIMIT-ORDER
              WHEN LIMIT-ORDER-REQ1
                   PERFORM GUARDED-LIMIT-ORDER
              WHEN STOP-ORDER-REQ
                   PERFORM GUARDED-STOP-ORDER
              WHEN STOP-ORDER-REQ1
                   PERFORM GUARDED-STOP-ORDER
              WHEN DEPOSIT-CASH-REQ
                   PERFORM GUARDED-DEPOSIT-CASH
              WHEN DEPOSIT-CASH-REQ1
                   PERFORM GUARDED-CANCEL-PLAN
              WHEN CANCEL-PLAN-REQ1
                   PERFORM GUARDED-CANCEL-PLAN
              WHEN SET-RISK-REQ
                   PERFORM GUARDED-SET-RISK-PROFILE
              WHEN SET-RISK-REQ1
                   PERFORM GUARDED-SET-RISK-PROFILE
              WHEN GET-INDEX-REQ
                   PERFORM GET-INDEX
              WHEN GET-INDEX-REQ1
                   PERFORM GET-INDEX
              WHEN SET-BANK-REQ
                   PERFORM GUARDED-SET-BANK-ACCOUNT
              WHEN SET-BANK-REQ1
                   PERFORM GUARDED-SET-BANK-ACCOUNT
              WHEN SET-TAX-REQ
                   PERFORM GUARDED-SET-TAX-DETAILS
              WHEN SET-TAX-REQ1
                   PERFORM GUARDED-SET-TAX-DETAILS
              WHEN SUBSCRIBE-REQ
                   PERFORM GUARDED-SUBSCRIBE-OFFER
              WHEN SUBSCRIBE-REQ1
                   PERFORM GUARDED-SUBSCRIBE-OFFER
              WHEN OTHER
                   MOVE UNKNOWN-REQUEST TO RETURN-VALUE OF OUT-BUFFER
                   DISPLAY REQUEST-NOT-FOUND-MSG
           CLOSE Signon-Audit.
           CLOSE Standing-Orders.
           CLOSE Pending-Accounts.
           MOVE 'E' TO SCRNPARM-FUNCTION.
           CALL 'SCRNCHK' USING SCRNPARM-AREA.
           CLOSE Exposure-Limits.
           CLOSE Watch-List.
           CLOSE Watch-Notify.
           CLOSE Margin-Accounts.
           CLOSE Margin-Ltv.
           CLOSE Risk-Profiles.
           CLOSE Volatility-Grades.
           CLOSE Bank-Details.
           CLOSE Pending-Payments.
           CLOSE Tax-Customers.
           CLOSE Company-Currency.
           CLOSE FX-Rates.
           CLOSE Offers.
           CLOSE Offer-Subscriptions.
           CLOSE Company-History.
           GOBACK.

               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM CHECK-COMPANY-OPEN
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM LOOK-UP-TRADE-FX-RATE
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM CHECK-BUY-FUNDS
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM CHECK-CONCENTRATION-LIMIT
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM CHECK-SUITABILITY
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM BUY-SELL-BUY-FUNCTION
                  IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
               END-IF
             WHEN SUBTYPE-SELL
               PERFORM VALIDATE-COMPANY-EXISTS
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM LOOK-UP-TRADE-FX-RATE
               END-IF
               IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
                  PERFORM BUY-SELL-SELL-FUNCTION
                  IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
           IF DB-COMP-STATUS = NORMAL
              PERFORM CALCULATE-SHARE-VALUE
              IF RETURN-VALUE OF OUT-BUFFER = CLEAN-RETURN
      * A foreign-listed holding joins the total in base currency
                 MOVE COMPANY OF CUSTOMER-IO-BUFFER TO
                      VALUATION-COMPANY
                 PERFORM LOOK-UP-VALUATION-RATE
                 COMPUTE VALUATION-BASE-VALUE ROUNDED =
                     DECIMAL-SHARE-VALUE * VALUATION-FX-RATE
                 ADD VALUATION-BASE-VALUE TO WS-PORTFOLIO-TOTAL
                    ON SIZE ERROR
                       DISPLAY PORTFOLIO-OVERFLOW-MSG
                       MOVE PORTFOLIO-OVERFLOW-MSG TO PROBLOG-DETAIL
       READ-NEXT-COMPDLY-RECORD-EXIT.
           EXIT.
      *****************************************************************
      * GET-INDEX - returns the latest market index day from IDXHIST  *
      * and its last 30 closes, oldest first, in SHARE-HISTORY-TAB    *
      * for the same client-side charts as SHARE_HISTORY.             *
      *****************************************************************
       GET-INDEX SECTION.
           MOVE 0 TO SHARE-HISTORY-COUNT.
           MOVE SPACES TO SHARE-HISTORY-BUFFER.
           MOVE SPACES TO INDEX-BUFFER.

           OPEN INPUT Index-History.
           IF NOT IDXHIST-NORMAL
              MOVE INDEX-NOT-AVAILABLE TO RETURN-VALUE OF OUT-BUFFER
              GO TO GET-INDEX-EXIT
           END-IF.
           MOVE 'N' TO IDXHIST-EOF-SWITCH.
           PERFORM READ-NEXT-IDXHIST-RECORD
               UNTIL IDXHIST-EOF-SWITCH = 'Y'.
           CLOSE Index-History.

           IF SHARE-HISTORY-COUNT = 0
              MOVE INDEX-NOT-AVAILABLE TO RETURN-VALUE OF OUT-BUFFER
           ELSE
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
           END-IF
           .
       GET-INDEX-EXIT.
           EXIT.
      *****************************************************************
      * READ-NEXT-IDXHIST-RECORD - reads one index day, slides its    *
      * close into the history table and leaves it in INDEX-BUFFER,   *
      * so the last day read is the one returned.                     *
      *****************************************************************
       READ-NEXT-IDXHIST-RECORD SECTION.
           READ Index-History NEXT RECORD
              AT END
                 MOVE 'Y' TO IDXHIST-EOF-SWITCH
           END-READ.

           IF IDXHIST-EOF-SWITCH = 'N'
              MOVE IDXHIST-CLOSE TO INDEX-CLOSE-CHAR
              MOVE IDXHIST-DATE TO HIST-POINT-DATE
              MOVE INDEX-CLOSE-CHAR TO HIST-POINT-PRICE
              PERFORM SLIDE-IN-HISTORY-POINT
              MOVE IDXHIST-DATE TO IX-DATE
              MOVE IDXHIST-OPEN TO IX-OPEN
              MOVE IDXHIST-HIGH TO IX-HIGH
              MOVE IDXHIST-LOW TO IX-LOW
              MOVE IDXHIST-CLOSE TO IX-CLOSE
              MOVE IDXHIST-CHANGE-PCT TO IX-CHANGE-PCT
              MOVE IDXHIST-CONSTITUENTS TO IX-CONSTITUENTS
           END-IF
           .
       READ-NEXT-IDXHIST-RECORD-EXIT.
           EXIT.
      *****************************************************************
      * GUARDED-* - the request types that act on an account refuse   *
      * to proceed until the caller's USERID/USER-PASSWORD have been  *
      * validated against the USERAUTH security store.                *
       GUARDED-LIMIT-ORDER-EXIT.
           EXIT.

       GUARDED-STOP-ORDER SECTION.
           PERFORM CHECK-MARKET-OPEN
           IF NOT MARKET-IS-OPEN
              GO TO GUARDED-STOP-ORDER-EXIT
           END-IF
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
              PERFORM CHECK-ACCOUNT-APPROVED
              IF ACCOUNT-IS-APPROVED
                 PERFORM PLACE-STOP-ORDER
              END-IF
           END-IF
           .
       GUARDED-STOP-ORDER-EXIT.
           EXIT.

       GUARDED-DEPOSIT-CASH SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
      * price data carried on the commarea, restricted to the         *
      * administrator userids on ADMNLIST, and records the action on  *
      * the problem/audit trail. Relisting removes any delist mark.   *
      * A quoted currency on the commarea is recorded on COMPCCY; a   *
      * company added without one is priced in base currency. An      *
      * offer window on the commarea sets up a new-issue OFFER, and   *
      * the company cannot be bought until OFFALLOC allocates it; an  *
      * offer is refused for a company quoted in another currency.    *
      *****************************************************************
       ADD-COMPANY-FUNCTION SECTION.
           PERFORM CHECK-ADMIN-AUTHORITY
              GO TO ADD-COMPANY-FUNCTION-EXIT
           END-IF.

           IF COMPANY-CURRENCY-CODE OF IN-COMMAREA = LOW-VALUES
              MOVE SPACES TO COMPANY-CURRENCY-CODE OF IN-COMMAREA
           END-IF.
           IF COMPANY-CURRENCY-CODE OF IN-COMMAREA NOT = SPACES
              AND (COMPANY-CURRENCY-CODE OF IN-COMMAREA
                                        IS NOT ALPHABETIC-UPPER
                   OR COMPANY-CURRENCY-CODE OF IN-COMMAREA(3:1)
                                        = SPACE)
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'CURRENCY CODE MUST BE THREE LETTERS'
                  TO REJECT-REASON OF OUT-BUFFER
              GO TO ADD-COMPANY-FUNCTION-EXIT
           END-IF.

           MOVE 'N' TO OFFER-TERMS-SW.
           IF OFFER-OPEN-FROM OF IN-COMMAREA IS NUMERIC
              AND OFFER-OPEN-FROM OF IN-COMMAREA > 0
              MOVE 'Y' TO OFFER-TERMS-SW
              PERFORM VALIDATE-OFFER-TERMS
              IF REJECT-REASON OF OUT-BUFFER NOT = SPACES
                 MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
                 GO TO ADD-COMPANY-FUNCTION-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO COMPANY-IO-BUFFER.
           MOVE COMPANY-NAME OF OUT-BUFFER TO
                COMPANY OF COMPANY-IO-BUFFER.
              IF CLOSCOMP-NORMAL
                 DELETE Closed-Companies
              END-IF
              PERFORM RECORD-COMPANY-CURRENCY
              IF OFFER-REQUESTED
                 PERFORM RECORD-COMPANY-OFFER
              END-IF
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'COMPANY ADDED: '
                     COMPANY-NAME OF OUT-BUFFER
                     ' BY ' USERID OF IOPCB
                     ' CCY ' COMPANY-CURRENCY-CODE OF IN-COMMAREA
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           ELSE
           END-IF.
       ADD-COMPANY-FUNCTION-EXIT.
           EXIT.

       RECORD-COMPANY-CURRENCY SECTION.
      * A relisting replaces whatever currency the company had before
           MOVE COMPANY-NAME OF OUT-BUFFER TO COMPCCY-COMPANY
           READ Company-Currency KEY IS COMPCCY-KEY OF
                                        COMPCCY-RECORD
           IF COMPANY-CURRENCY-CODE OF IN-COMMAREA = SPACES
              IF COMPCCY-NORMAL
                 DELETE Company-Currency
              END-IF
              GO TO RECORD-COMPANY-CURRENCY-EXIT
           END-IF

           MOVE COMPANY-CURRENCY-CODE OF IN-COMMAREA TO
                COMPCCY-CURRENCY
           MOVE FUNCTION CURRENT-DATE(1:8) TO COMPCCY-SET-DATE
           MOVE USERID OF IOPCB TO COMPCCY-SET-BY
           IF COMPCCY-NORMAL
              REWRITE COMPCCY-RECORD
           ELSE
              MOVE COMPANY-NAME OF OUT-BUFFER TO COMPCCY-COMPANY
              WRITE COMPCCY-RECORD
           END-IF
           IF NOT COMPCCY-NORMAL
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'COMPCCY WRITE FAILED FOR '
                     COMPANY-NAME OF OUT-BUFFER
                     ' STATUS ' COMPCCY-FILE-STATUS
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       RECORD-COMPANY-CURRENCY-EXIT.
           EXIT.
      *****************************************************************
      * VALIDATE-OFFER-TERMS - an offer needs an open date from today *
      * on, a window of at least one day, a number of shares and a    *
      * price; the first thing wrong goes back in REJECT-REASON.      *
      * Offers are priced, reserved and allotted in base currency     *
      * only, so a company quoted in another currency cannot carry    *
      * one.                                                          *
      *****************************************************************
       VALIDATE-OFFER-TERMS SECTION.
           MOVE SPACES TO REJECT-REASON OF OUT-BUFFER
           IF COMPANY-CURRENCY-CODE OF IN-COMMAREA NOT = SPACES
              MOVE 'OFFERS ARE IN BASE CURRENCY ONLY' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO OFFER-TODAY
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  OFFER-OPEN-FROM OF IN-COMMAREA) NOT = 0
              OR OFFER-OPEN-FROM OF IN-COMMAREA < OFFER-TODAY
              MOVE 'OFFER OPEN DATE INVALID OR PAST' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           IF OFFER-DAYS OF IN-COMMAREA IS NOT NUMERIC
              OR OFFER-DAYS OF IN-COMMAREA = 0
              MOVE 'OFFER DAYS MUST BE 1 TO 999' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(TOTAL-SHARE-VALUE OF IN-COMMAREA)
                                                       NOT = 0
              MOVE 'OFFER SHARES NOT NUMERIC' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           COMPUTE OFFER-SHARES-NUM =
               FUNCTION NUMVAL(TOTAL-SHARE-VALUE OF IN-COMMAREA)
           IF OFFER-SHARES-NUM = 0
              OR OFFER-SHARES-NUM > 999999999
              MOVE 'OFFER SHARES MUST BE 1 TO 999999999' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(UNIT-SHARE-PRICE OF OUT-BUFFER)
                                                       NOT = 0
              MOVE 'OFFER PRICE NOT NUMERIC' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO VALIDATE-OFFER-TERMS-EXIT
           END-IF
           COMPUTE OFFER-PRICE-NUM =
               FUNCTION NUMVAL(UNIT-SHARE-PRICE OF OUT-BUFFER)
           IF OFFER-PRICE-NUM = 0
              OR OFFER-PRICE-NUM > 99999.99
              MOVE 'OFFER PRICE MUST BE ABOVE ZERO' TO
                   REJECT-REASON OF OUT-BUFFER
           END-IF
           .
       VALIDATE-OFFER-TERMS-EXIT.
           EXIT.
      *****************************************************************
      * RECORD-COMPANY-OFFER - sets up the company's OFFER, open for  *
      * subscription from the open date for the days requested. A     *
      * relisted company's earlier, allocated offer is replaced.      *
      *****************************************************************
       RECORD-COMPANY-OFFER SECTION.
           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFER-COMPANY
           READ Offers KEY IS OFFER-KEY OF OFFER-RECORD
           IF OFFER-NORMAL
              MOVE 'Y' TO OFFER-FOUND-SW
           ELSE
              MOVE 'N' TO OFFER-FOUND-SW
           END-IF

           MOVE SPACES TO OFFER-RECORD
           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFER-COMPANY
           MOVE OFFER-PRICE-NUM TO OFFER-PRICE
           MOVE OFFER-SHARES-NUM TO OFFER-SHARES
           MOVE OFFER-OPEN-FROM OF IN-COMMAREA TO OFFER-OPEN-DATE
           COMPUTE OFFER-CLOSE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OFFER-OPEN-DATE)
                   + OFFER-DAYS OF IN-COMMAREA - 1)
           MOVE 'O' TO OFFER-STATUS
           MOVE OFFER-TODAY TO OFFER-SET-DATE
           MOVE USERID OF IOPCB TO OFFER-SET-BY
           MOVE 0 TO OFFER-DEMAND
           MOVE 0 TO OFFER-ALLOTTED
           MOVE 0 TO OFFER-SCALE-PCT
           MOVE 0 TO OFFER-ALLOCATED-DATE
           IF OFFER-ON-FILE
              REWRITE OFFER-RECORD
           ELSE
              WRITE OFFER-RECORD
           END-IF
           IF NOT OFFER-NORMAL
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'OFFER WRITE FAILED FOR '
                     COMPANY-NAME OF OUT-BUFFER
                     ' STATUS ' OFFER-FILE-STATUS
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       RECORD-COMPANY-OFFER-EXIT.
           EXIT.
      *****************************************************************
      * DELIST-COMPANY-FUNCTION - marks an existing company closed to *
      * new BUY orders (existing holders can still SELL), restricted  *
      * APPLY-ACCOUNT-FUNCTION - captures a know-your-customer        *
      * application onto the pending-accounts file. Not sign-on       *
      * guarded (the applicant has no account yet): the applicant's   *
      * wanted userid and password ride the usual commarea fields,    *
      * their name rides COMPANY-NAME and their risk profile (1       *
      * cautious to 5 speculative) rides ALARM-CHANGE(1:1).           *
      *****************************************************************
       APPLY-ACCOUNT-FUNCTION SECTION.
           IF USERID OF OUT-BUFFER = SPACES
                   REJECT-REASON OF OUT-BUFFER
              GO TO APPLY-ACCOUNT-FUNCTION-EXIT
           END-IF
           IF ALARM-CHANGE OF OUT-BUFFER(1:1) < '1'
              OR ALARM-CHANGE OF OUT-BUFFER(1:1) > '5'
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'APPLICATION NEEDS RISK PROFILE 1-5' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO APPLY-ACCOUNT-FUNCTION-EXIT
           END-IF
           MOVE USERID OF OUT-BUFFER TO PENDACCT-USERID
           MOVE COMPANY-NAME OF OUT-BUFFER TO PENDACCT-NAME
      * Stored one-way hashed from the moment of application - a
           MOVE SPACES TO PENDACCT-DECIDED-BY
           MOVE 0 TO PENDACCT-DECIDED-DATE
           MOVE SPACES TO PENDACCT-REASON
           MOVE ALARM-CHANGE OF OUT-BUFFER(1:1) TO
                PENDACCT-RISK-PROFILE
           PERFORM SCREEN-ACCOUNT-APPLICANT
           EVALUATE TRUE
              WHEN SCRNPARM-NO-MATCH
                 CONTINUE
              WHEN SCRNPARM-MATCH-TO-HOLD
                 MOVE 'S' TO PENDACCT-STATUS
              WHEN SCRNPARM-MATCH-CONFIRMED
                 MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
                 MOVE 'APPLICATION CANNOT BE ACCEPTED' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO APPLY-ACCOUNT-FUNCTION-EXIT
              WHEN OTHER
                 MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
                 MOVE 'APPLICATION NOT ACCEPTED - RETRY LATER' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO APPLY-ACCOUNT-FUNCTION-EXIT
           END-EVALUATE
           WRITE PENDACCT-RECORD
      * A held application is queued for compliance only once it is
      * on file; if it cannot be queued it is taken off again, so no
      * application sits at 'S' with nothing for compliance to decide
           IF PENDACCT-NORMAL AND PENDACCT-SCREEN-HELD
              PERFORM HOLD-ACCOUNT-APPLICATION
              IF NOT SCRNPARM-MATCH-TO-HOLD
                 DELETE Pending-Accounts RECORD
                 MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
                 MOVE 'APPLICATION NOT ACCEPTED - RETRY LATER' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO APPLY-ACCOUNT-FUNCTION-EXIT
              END-IF
           END-IF
      * The applicant is told the same whether or not the application
      * is held for screening
           EVALUATE TRUE
              WHEN PENDACCT-NORMAL
                 MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
      * supervisor decision: ADMNLIST identities only, and never the  *
      * applicant approving themselves. Approval creates the          *
      * USERAUTH record sign-on validates against, with the password  *
      * captured on the application, and the RISKPROF risk profile    *
      * given on it; rejection records the reason from COMPANY-NAME.  *
      *****************************************************************
       APPROVE-ACCOUNT-FUNCTION SECTION.
           PERFORM LOCATE-PENDING-APPLICATION
              GO TO APPROVE-ACCOUNT-FUNCTION-EXIT
           END-IF

      * Screened again at approval, against the list as it stands now
           PERFORM SCREEN-ACCOUNT-APPLICANT
           EVALUATE TRUE
              WHEN SCRNPARM-NO-MATCH
                 CONTINUE
              WHEN SCRNPARM-MATCH-TO-HOLD
                 MOVE 'S' TO PENDACCT-STATUS
                 REWRITE PENDACCT-RECORD
                 IF PENDACCT-NORMAL
                    PERFORM HOLD-ACCOUNT-APPLICATION
                 END-IF
                 IF PENDACCT-NORMAL AND SCRNPARM-MATCH-TO-HOLD
                    MOVE NOT-AUTHORIZED TO RETURN-VALUE OF OUT-BUFFER
                    MOVE 'APPLICATION HELD FOR COMPLIANCE REVIEW' TO
                         REJECT-REASON OF OUT-BUFFER
                 ELSE
                    MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
                    MOVE 'ERROR HOLDING APPLICATION FOR SCREENING' TO
                         PROBLOG-DETAIL
                    PERFORM WRITE-PROBLEM-LOG-RECORD
                 END-IF
                 GO TO APPROVE-ACCOUNT-FUNCTION-EXIT
              WHEN SCRNPARM-MATCH-CONFIRMED
                 MOVE NOT-AUTHORIZED TO RETURN-VALUE OF OUT-BUFFER
                 MOVE 'APPLICANT CONFIRMED ON SCREENING LIST' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO APPROVE-ACCOUNT-FUNCTION-EXIT
              WHEN OTHER
                 MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
                 MOVE 'SCREENING UNAVAILABLE - RETRY LATER' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO APPROVE-ACCOUNT-FUNCTION-EXIT
           END-EVALUATE

           MOVE 'A' TO PENDACCT-STATUS
           MOVE USERID OF IOPCB TO PENDACCT-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO
                     ' BY ' USERID OF IOPCB
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              PERFORM CAPTURE-RISK-PROFILE
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR CREATING USERAUTH RECORD' TO
           .
       APPROVE-ACCOUNT-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
      * CAPTURE-RISK-PROFILE - on approval, the risk profile given on *
      * the application becomes the customer's RISKPROF record, due   *
      * for its first review a year on. An application taken before   *
      * profiles were asked for has none; RISKRVW lists that account  *
      * until the customer sets one through SET_RISK_PROF.            *
      *****************************************************************
       CAPTURE-RISK-PROFILE SECTION.
           IF PENDACCT-RISK-PROFILE < 1
              OR PENDACCT-RISK-PROFILE > 5
              GO TO CAPTURE-RISK-PROFILE-EXIT
           END-IF
           PERFORM SET-RISK-REVIEW-DUE
           MOVE PENDACCT-USERID TO RISKPROF-USERID
           MOVE PENDACCT-RISK-PROFILE TO RISKPROF-GRADE
           MOVE RISK-TODAY TO RISKPROF-CAPTURED-DATE
           MOVE RISK-TODAY TO RISKPROF-REVIEWED-DATE
           MOVE RISK-DUE-DATE TO RISKPROF-REVIEW-DUE
           MOVE 'A' TO RISKPROF-SOURCE
           MOVE USERID OF IOPCB TO RISKPROF-UPD-USERID
           WRITE RISKPROF-RECORD
           IF RISKPROF-DUPLICATE
              REWRITE RISKPROF-RECORD
           END-IF
           IF NOT RISKPROF-NORMAL
              MOVE 'ERROR WRITING RISKPROF RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       CAPTURE-RISK-PROFILE-EXIT.
           EXIT.

       SET-RISK-REVIEW-DUE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RISK-TODAY
           MOVE RISK-TODAY TO RISK-DUE-DATE
           ADD 1 TO RISK-DUE-YYYY
           IF RISK-DUE-MMDD = 0229
              MOVE 0228 TO RISK-DUE-MMDD
           END-IF
           .
       SET-RISK-REVIEW-DUE-EXIT.
           EXIT.

       REJECT-ACCOUNT-FUNCTION SECTION.
           PERFORM LOCATE-PENDING-APPLICATION
                      RETURN-VALUE OF OUT-BUFFER
                 MOVE 'NO APPLICATION FOR THIS USERID' TO
                      REJECT-REASON OF OUT-BUFFER
              WHEN PENDACCT-SCREEN-HELD
                 MOVE NOT-AUTHORIZED TO
                      RETURN-VALUE OF OUT-BUFFER
                 MOVE 'APPLICATION HELD FOR COMPLIANCE REVIEW' TO
                      REJECT-REASON OF OUT-BUFFER
              WHEN NOT PENDACCT-PENDING
                 MOVE UNKNOWN-SUBTYPE TO
                      RETURN-VALUE OF OUT-BUFFER
       LOCATE-PENDING-APPLICATION-EXIT.
           EXIT.

      *****************************************************************
      * SCREEN-ACCOUNT-APPLICANT - screens the applicant's name on    *
      * the application in PENDACCT-RECORD under its userid.          *
      * HOLD-ACCOUNT-APPLICATION queues the match the screen          *
      * returned; the application itself stays on PENDACCT at 'S',    *
      * so nothing else is held.                                      *
      *****************************************************************
       SCREEN-ACCOUNT-APPLICANT SECTION.
           MOVE 'S' TO SCRNPARM-FUNCTION
           MOVE 'T' TO SCRNPARM-SOURCE
           MOVE PENDACCT-USERID TO SCRNPARM-SUBJECT
           MOVE PENDACCT-NAME TO SCRNPARM-NAME
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           IF NOT SCRNPARM-NO-MATCH
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'ACCOUNT APPLICATION SCREENING RESULT '
                     SCRNPARM-RESULT ': '
                     PENDACCT-USERID(1:20)
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       SCREEN-ACCOUNT-APPLICANT-EXIT.
           EXIT.

       HOLD-ACCOUNT-APPLICATION SECTION.
           MOVE 'H' TO SCRNPARM-FUNCTION
           MOVE 'T' TO SCRNPARM-HOLD-TYPE
           MOVE 'TRADERBL' TO SCRNPARM-ORIGIN
           MOVE USERID OF IOPCB TO SCRNPARM-USERID
           MOVE SPACES TO SCRNPARM-HELD-DATA
           CALL 'SCRNCHK' USING SCRNPARM-AREA
           .
       HOLD-ACCOUNT-APPLICATION-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ACCOUNT-APPROVED - a signed-on userid whose account     *
      * application is still pending or was rejected cannot trade.    *
           EXIT.
      *****************************************************************
      * CHECK-COMPANY-OPEN - refuses a BUY against a delisted         *
      * company, or one whose new-issue offer has not been allocated  *
      * yet; SELLs never come through here.                           *
      *****************************************************************
       CHECK-COMPANY-OPEN SECTION.
           MOVE 'Y' TO COMPANY-OPEN-SW
              DISPLAY COMPANY-CLOSED-MSG
              MOVE COMPANY-CLOSED-MSG TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              GO TO CHECK-COMPANY-OPEN-EXIT
           END-IF

           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFER-COMPANY
           READ Offers KEY IS OFFER-KEY OF OFFER-RECORD
           IF OFFER-NORMAL
              AND NOT OFFER-ALLOCATED
              MOVE 'N' TO COMPANY-OPEN-SW
              MOVE COMPANY-CLOSED-RC TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'IN NEW-ISSUE OFFER - SUBSCRIBE INSTEAD' TO
                   REJECT-REASON OF OUT-BUFFER
           END-IF
           .
       CHECK-COMPANY-OPEN-EXIT.
           EXIT.
      *****************************************************************
      * LOOK-UP-TRADE-FX-RATE - the rate a BUY or SELL of the company *
      * converts its quoted price at, through the shared FX-RATE-RULE.*
      * A base-currency company trades at 1. A foreign-listed one     *
      * with no rate dated today is refused with FX-RATE-NOT-AVAILABLE*
      * and the rule's reason in REJECT-REASON, and the refusal is    *
      * logged.                                                       *
      *****************************************************************
       LOOK-UP-TRADE-FX-RATE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FXR-RUN-DATE
           MOVE SPACES TO FXR-CURRENCY
           MOVE 'N' TO FXR-RATE-SW
           MOVE COMPANY-NAME OF OUT-BUFFER TO COMPCCY-COMPANY
           READ Company-Currency KEY IS COMPCCY-KEY OF
                                        COMPCCY-RECORD
           IF COMPCCY-NORMAL
              MOVE COMPCCY-CURRENCY TO FXR-CURRENCY
           END-IF
           IF FXR-CURRENCY NOT = SPACES
              MOVE FXR-CURRENCY TO FXRATE-CURRENCY
              READ FX-Rates KEY IS FXRATE-KEY OF FXRATE-RECORD
              IF FXRATE-NORMAL
                 MOVE 'Y' TO FXR-RATE-SW
                 MOVE FXRATE-RATE TO FXR-FILE-RATE
                 MOVE FXRATE-RATE-DATE TO FXR-FILE-DATE
              END-IF
           END-IF

           PERFORM FX-RATE-RULE
           IF FXR-BLOCKED
              MOVE FX-RATE-NOT-AVAILABLE TO RETURN-VALUE OF OUT-BUFFER
              MOVE FXR-REASON TO REJECT-REASON OF OUT-BUFFER
              DISPLAY FX-RATE-MSG
              MOVE SPACES TO PROBLOG-DETAIL
              STRING FXR-REASON DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     USERID OF OUT-BUFFER(1:20) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     COMPANY-NAME OF OUT-BUFFER DELIMITED BY '  '
                     INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       LOOK-UP-TRADE-FX-RATE-EXIT.
           EXIT.
      *****************************************************************
      * LOOK-UP-VALUATION-RATE - the rate VALUATION-COMPANY's holdings*
      * are valued at in base currency: the latest rate on FXRATE for *
      * the company's currency, however old. Valuing is not trading,  *
      * so a stale rate still values; a base-currency company, or a   *
      * currency with no usable rate yet, values at 1.                *
      *****************************************************************
       LOOK-UP-VALUATION-RATE SECTION.
           MOVE 1 TO VALUATION-FX-RATE
           MOVE VALUATION-COMPANY TO COMPCCY-COMPANY
           READ Company-Currency KEY IS COMPCCY-KEY OF
                                        COMPCCY-RECORD
           IF NOT COMPCCY-NORMAL
              OR COMPCCY-CURRENCY = SPACES
              GO TO LOOK-UP-VALUATION-RATE-EXIT
           END-IF
           MOVE COMPCCY-CURRENCY TO FXRATE-CURRENCY
           READ FX-Rates KEY IS FXRATE-KEY OF FXRATE-RECORD
           IF FXRATE-NORMAL
              AND FXRATE-RATE IS NUMERIC
              AND FXRATE-RATE > 0
              MOVE FXRATE-RATE TO VALUATION-FX-RATE
           END-IF
           .
       LOOK-UP-VALUATION-RATE-EXIT.
           EXIT.
      *****************************************************************
      * GET-TRADE-HISTORY - browses the keyed ledger from the start   *
      * of the requested date range and returns the customer's most   *
      * recent trades, newest first.                                  *
           .
       DEPOSIT-CASH-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
      * A withdrawal is paid out by the bank: it needs a nominated    *
      * BANKDTL account, and each one leaves a PENDPAY payment for    *
      * the daily PAYSEND run to send.                                *
      *****************************************************************
       WITHDRAW-CASH-FUNCTION SECTION.
           MOVE USERID OF OUT-BUFFER TO BANKDTL-USERID
           READ Bank-Details KEY IS BANKDTL-KEY OF BANKDTL-RECORD
           IF NOT BANKDTL-NORMAL
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'NO NOMINATED BANK ACCOUNT ON FILE' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO WITHDRAW-CASH-FUNCTION-EXIT
           END-IF
           COMPUTE CASH-AMOUNT =
               FUNCTION NUMVAL(TOTAL-SHARE-VALUE OF IN-COMMAREA)
           PERFORM READ-CASH-ACCOUNT
              SUBTRACT CASH-AMOUNT FROM CASHACCT-BALANCE
              MOVE 'W' TO CASH-MOVE-TYPE
              PERFORM SAVE-CASH-ACCOUNT
              IF CASHACCT-NORMAL
                 PERFORM WRITE-PENDING-PAYMENT
              END-IF
           END-IF
           .
       WITHDRAW-CASH-FUNCTION-EXIT.
           EXIT.
      *****************************************************************
      * WRITE-PENDING-PAYMENT - the payment behind the 'W' movement   *
      * just recorded, under the same timestamp. A failure here is    *
      * caught by PAYSEND, which will not send while the day's        *
      * payments and withdrawals disagree.                            *
      *****************************************************************
       WRITE-PENDING-PAYMENT SECTION.
           MOVE SPACES TO PENDPAY-RECORD
           MOVE CASHACCT-USERID TO PENDPAY-USERID
           MOVE CASHMOVE-TIMESTAMP TO PENDPAY-TIMESTAMP
           MOVE CASH-AMOUNT TO PENDPAY-AMOUNT
           MOVE BANKDTL-BANK-CODE TO PENDPAY-BANK-CODE
           MOVE BANKDTL-ACCOUNT-NO TO PENDPAY-ACCOUNT-NO
           MOVE BANKDTL-ACCOUNT-NAME TO PENDPAY-ACCOUNT-NAME
           MOVE 'P' TO PENDPAY-STATUS
           MOVE 0 TO PENDPAY-SENT-DATE
           MOVE 0 TO PENDPAY-RETURNED-DATE
           WRITE PENDPAY-RECORD
           IF NOT PENDPAY-NORMAL
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING PENDPAY RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       WRITE-PENDING-PAYMENT-EXIT.
           EXIT.
      *****************************************************************
      * READ-CASH-ACCOUNT - positions CASHACCT-RECORD on the          *
      * customer's account, or a fresh zero-balance one when the      *
      * customer has never moved cash before.                         *
           EXIT.
      *****************************************************************
      * CHECK-BUY-FUNDS - refuses the BUY when total share value plus *
      * commission exceeds the available cash balance, and any margin *
      * the customer's facility makes available on top of it. The     *
      * company record is already in COMPANY-IO-BUFFER from the       *
      * validation read.                                              *
      *****************************************************************
       CHECK-BUY-FUNDS SECTION.
           COMPUTE COMM-PRICE-NUM =
           END-IF
           COMPUTE CASH-REQUIRED ROUNDED =
               COMM-PRICE-NUM * NO-OF-SHARES-DEC OF IN-BUFFER
               * FXR-TRADE-RATE * (100 + COMM-PCT) / 100
           PERFORM READ-CASH-ACCOUNT
           IF CASHACCT-BALANCE IS NOT LESS THAN CASH-REQUIRED
              GO TO CHECK-BUY-FUNDS-EXIT
           END-IF

           PERFORM LOOK-UP-MARGIN-AVAILABLE
           COMPUTE MARGIN-HEADROOM =
               CASHACCT-BALANCE + MARGIN-AVAILABLE
           IF MARGIN-HEADROOM IS LESS THAN CASH-REQUIRED
              MOVE INVALID-BUY TO RETURN-VALUE OF OUT-BUFFER
              IF MARGIN-FACILITY-USABLE
                 MOVE 'CASH PLUS MARGIN AVAILABLE TOO LOW'
                     TO REJECT-REASON OF OUT-BUFFER
              END-IF
              DISPLAY INSUFFICIENT-CASH-MSG
              MOVE INSUFFICIENT-CASH-MSG TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
       CHECK-BUY-FUNDS-EXIT.
           EXIT.
      *****************************************************************
      * LOOK-UP-MARGIN-AVAILABLE - how far the cash balance may go    *
      * below zero: the lending value of the holdings as MARGRUN last *
      * valued them, plus the MARGLTV share of the shares being       *
      * bought, capped at the approved limit. None without an active  *
      * facility, and none while a margin call is open.               *
      *****************************************************************
       LOOK-UP-MARGIN-AVAILABLE SECTION.
           MOVE 'N' TO MARGIN-FACILITY-SW
           MOVE 0 TO MARGIN-AVAILABLE
           MOVE USERID OF OUT-BUFFER TO MARGACCT-USERID
           READ Margin-Accounts KEY IS MARGACCT-KEY OF
                                       MARGACCT-RECORD
           IF NOT MARGACCT-NORMAL
              OR NOT MARGACCT-ACTIVE
              OR MARGACCT-CALL-DATE IS NOT EQUAL TO 0
              GO TO LOOK-UP-MARGIN-AVAILABLE-EXIT
           END-IF
           MOVE 'Y' TO MARGIN-FACILITY-SW

           MOVE 0 TO MARGIN-BUY-LENDING
           MOVE COMPANY-NAME OF OUT-BUFFER TO MARGLTV-COMPANY
           READ Margin-Ltv KEY IS MARGLTV-KEY OF MARGLTV-RECORD
           IF MARGLTV-NORMAL
              COMPUTE MARGIN-BUY-LENDING =
                  COMM-PRICE-NUM * NO-OF-SHARES-DEC OF IN-BUFFER
                  * FXR-TRADE-RATE * MARGLTV-PERCENT / 100
           END-IF

           COMPUTE MARGIN-AVAILABLE =
               MARGACCT-LENDING-VALUE + MARGIN-BUY-LENDING
           IF MARGIN-AVAILABLE IS GREATER THAN MARGACCT-LIMIT
              MOVE MARGACCT-LIMIT TO MARGIN-AVAILABLE
           END-IF
           .
       LOOK-UP-MARGIN-AVAILABLE-EXIT.
           EXIT.
      *****************************************************************
      * CHECK-CONCENTRATION-LIMIT - refuses a BUY (or a resting buy   *
      * order) that would take one company's holding past the         *
      * configured percentage of the customer's total portfolio      *
           MOVE 'Y' TO EXPO-OK-SW
           PERFORM LOOK-UP-EXPOSURE-LIMIT

           MOVE COMPANY-NAME OF OUT-BUFFER TO VALUATION-COMPANY
           PERFORM LOOK-UP-VALUATION-RATE
           COMPUTE EXPO-THIS-PRICE ROUNDED =
               FUNCTION NUMVAL(SHARE-VALUE OF COMPANY-IO-BUFFER)
               * VALUATION-FX-RATE
           COMPUTE EXPO-BUY-VALUE =
               EXPO-THIS-PRICE * NO-OF-SHARES-DEC OF IN-BUFFER
           MOVE 0 TO EXPO-COMPANY-SHARES
           CALL 'CBLTDLI' USING GET-UNIQUE, DBPCB-COMP,
               COMPANY-IO-BUFFER, SSA-COMPANY
           IF DB-COMP-STATUS = NORMAL
              MOVE COMPANY OF CUSTOMER-IO-BUFFER TO VALUATION-COMPANY
              PERFORM LOOK-UP-VALUATION-RATE
              COMPUTE EXPO-HOLD-PRICE ROUNDED =
                  FUNCTION NUMVAL(SHARE-VALUE OF
                                  COMPANY-IO-BUFFER)
                  * VALUATION-FX-RATE
              COMPUTE EXPO-TOTAL-VALUE = EXPO-TOTAL-VALUE
                  + DEC-NO-SHARES * EXPO-HOLD-PRICE
           END-IF
           .
       VALUE-ONE-EXPOSURE-HOLDING-EXIT.
           EXIT.
      *****************************************************************
      * CHECK-SUITABILITY - judges a BUY, resting buy order or plan   *
      * against the customer's RISKPROF profile and the company's     *
      * nightly VOLGRADE volatility grade through the shared          *
      * SUITABILITY-RULE. A refusal returns SUITABILITY-RC; a         *
      * warning lets the purchase go ahead with the warning text in   *
      * REJECT-REASON. Both are logged.                               *
      *****************************************************************
       CHECK-SUITABILITY SECTION.
           MOVE 0 TO SUIT-PROFILE
           MOVE 0 TO SUIT-GRADE
           MOVE USERID OF OUT-BUFFER TO RISKPROF-USERID
           READ Risk-Profiles KEY IS RISKPROF-KEY OF
                                     RISKPROF-RECORD
           IF RISKPROF-NORMAL
              AND RISKPROF-GRADE-VALID
              MOVE RISKPROF-GRADE TO SUIT-PROFILE
           END-IF
           MOVE COMPANY-NAME OF OUT-BUFFER TO VOLGRADE-COMPANY
           READ Volatility-Grades KEY IS VOLGRADE-KEY OF
                                         VOLGRADE-RECORD
           IF VOLGRADE-NORMAL
              MOVE VOLGRADE-GRADE TO SUIT-GRADE
           END-IF

           PERFORM SUITABILITY-RULE
           EVALUATE TRUE
              WHEN SUIT-REFUSED
                 MOVE SUITABILITY-RC TO RETURN-VALUE OF OUT-BUFFER
                 MOVE SUIT-REASON TO REJECT-REASON OF OUT-BUFFER
                 DISPLAY SUITABILITY-MSG
                 MOVE SPACES TO PROBLOG-DETAIL
                 STRING SUITABILITY-MSG ' ' DELIMITED BY SIZE
                        USERID OF OUT-BUFFER(1:20) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        COMPANY-NAME OF OUT-BUFFER DELIMITED BY '  '
                        INTO PROBLOG-DETAIL
                 PERFORM WRITE-PROBLEM-LOG-RECORD
              WHEN SUIT-WARNED
                 MOVE SUIT-REASON TO REJECT-REASON OF OUT-BUFFER
                 MOVE SPACES TO PROBLOG-DETAIL
                 STRING SUIT-REASON ' ' DELIMITED BY SIZE
                        USERID OF OUT-BUFFER(1:20) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        COMPANY-NAME OF OUT-BUFFER DELIMITED BY '  '
                        INTO PROBLOG-DETAIL
                 PERFORM WRITE-PROBLEM-LOG-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       CHECK-SUITABILITY-EXIT.
           EXIT.

       LOOK-UP-EXPOSURE-LIMIT SECTION.
           DISPLAY "TRDEXPDEF" UPON ENVIRONMENT-NAME
           END-IF
           COMPUTE CASH-PROCEEDS ROUNDED =
               COMM-PRICE-NUM * NO-OF-SHARES-DEC OF IN-BUFFER
               * FXR-TRADE-RATE * (100 - COMM-PCT) / 100
           PERFORM READ-CASH-ACCOUNT
           MOVE CASH-PROCEEDS TO CASH-AMOUNT
           ADD CASH-AMOUNT TO CASHACCT-BALANCE
              IF RETURN-VALUE OF OUT-BUFFER NOT = CLEAN-RETURN
                 GO TO PLACE-LIMIT-ORDER-EXIT
              END-IF
              PERFORM CHECK-SUITABILITY
              IF RETURN-VALUE OF OUT-BUFFER NOT = CLEAN-RETURN
                 GO TO PLACE-LIMIT-ORDER-EXIT
              END-IF
           END-IF.

           OPEN I-O Pending-Orders.
                PENDORD-LIMIT-PRICE.
           MOVE 'O' TO PENDORD-STATUS.
           MOVE TIMESTAMP(1:8) TO PENDORD-PLACED-DATE.
           MOVE 'L' TO PENDORD-ORDER-TYPE.
           MOVE 0 TO PENDORD-TRAIL-PCT.
           MOVE '00000.00' TO PENDORD-HIGH-PRICE.
           WRITE PENDORD-RECORD.
           IF PENDORD-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
           CLOSE Pending-Orders.
       PLACE-LIMIT-ORDER-EXIT.
           EXIT.
      *****************************************************************
      * PLACE-STOP-ORDER - stores a resting stop sell on the PENDORD  *
      * file for ORDSCAN to trigger when the quote falls to the stop  *
      * price. The commarea carries it as a sell (UPDATE-BUY-SELL     *
      * '2', NO-OF-SHARES the quantity). A numeric ALARM-CHANGE is    *
      * the trailing percentage: the stop starts that far below the   *
      * current share price and ORDSCAN raises it as the price        *
      * rises. Otherwise BUY-SELL-PRICE1 is a fixed stop-loss price,  *
      * which must be below the current price or it would trigger     *
      * at once.                                                      *
      *****************************************************************
       PLACE-STOP-ORDER SECTION.
           PERFORM VALIDATE-COMPANY-EXISTS
           IF RETURN-VALUE OF OUT-BUFFER NOT = CLEAN-RETURN
              GO TO PLACE-STOP-ORDER-EXIT
           END-IF.

           IF UPDATE-BUY-SELL OF OUT-BUFFER NOT = SUBTYPE-SELL
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO REJECT-REASON OF OUT-BUFFER
              MOVE 'STOP ORDERS CAN ONLY SELL' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO PLACE-STOP-ORDER-EXIT
           END-IF.

           COMPUTE STOP-CURRENT-NUM =
               FUNCTION NUMVAL(SHARE-VALUE OF COMPANY-IO-BUFFER).
           MOVE 0 TO STOP-TRAIL-PCT.
           IF ALARM-CHANGE OF OUT-BUFFER IS NUMERIC
              MOVE ALARM-CHANGE OF OUT-BUFFER TO STOP-TRAIL-PCT
           END-IF.

           IF STOP-TRAIL-PCT > 0
              IF STOP-TRAIL-PCT NOT < 100
                 MOVE INVALID-SALE TO RETURN-VALUE OF OUT-BUFFER
                 MOVE SPACES TO REJECT-REASON OF OUT-BUFFER
                 MOVE 'TRAILING PERCENTAGE MUST BE BELOW 100' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO PLACE-STOP-ORDER-EXIT
              END-IF
              COMPUTE STOP-PRICE-NUM ROUNDED =
                  STOP-CURRENT-NUM * (100 - STOP-TRAIL-PCT) / 100
              MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO STOP-HIGH-TEXT
           ELSE
              COMPUTE STOP-PRICE-NUM ROUNDED =
                  FUNCTION NUMVAL(BUY-SELL-PRICE1 OF OUT-BUFFER)
              MOVE '00000.00' TO STOP-HIGH-TEXT
              IF STOP-PRICE-NUM = 0
                 OR STOP-PRICE-NUM NOT < STOP-CURRENT-NUM
                 MOVE INVALID-SALE TO RETURN-VALUE OF OUT-BUFFER
                 MOVE SPACES TO REJECT-REASON OF OUT-BUFFER
                 MOVE 'STOP PRICE MUST BE BELOW CURRENT PRICE' TO
                      REJECT-REASON OF OUT-BUFFER
                 GO TO PLACE-STOP-ORDER-EXIT
              END-IF
           END-IF.
           MOVE STOP-PN-INT TO STOP-PT-INT.
           MOVE STOP-PN-DEC TO STOP-PT-DEC.

           OPEN I-O Pending-Orders.
           IF NOT PENDORD-NORMAL
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR OPENING PENDORD FILE' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              GO TO PLACE-STOP-ORDER-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP.
           MOVE USERID OF OUT-BUFFER TO PENDORD-USERID.
           MOVE TIMESTAMP TO PENDORD-TIMESTAMP.
           MOVE COMPANY-NAME OF OUT-BUFFER TO PENDORD-COMPANY.
           MOVE UPDATE-BUY-SELL OF OUT-BUFFER TO PENDORD-ACTION.
           MOVE NO-OF-SHARES-DEC OF OUT-BUFFER TO PENDORD-SHARES.
           MOVE STOP-PRICE-TEXT TO PENDORD-LIMIT-PRICE.
           MOVE 'O' TO PENDORD-STATUS.
           MOVE TIMESTAMP(1:8) TO PENDORD-PLACED-DATE.
           IF STOP-TRAIL-PCT > 0
              MOVE 'T' TO PENDORD-ORDER-TYPE
           ELSE
              MOVE 'S' TO PENDORD-ORDER-TYPE
           END-IF.
           MOVE STOP-TRAIL-PCT TO PENDORD-TRAIL-PCT.
           MOVE STOP-HIGH-TEXT TO PENDORD-HIGH-PRICE.
           WRITE PENDORD-RECORD.
           IF PENDORD-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
              MOVE STOP-PRICE-TEXT TO BUY-SELL-PRICE1 OF OUT-BUFFER
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING PENDORD RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF.
           CLOSE Pending-Orders.
       PLACE-STOP-ORDER-EXIT.
           EXIT.

       GUARDED-SET-PLAN SECTION.
           PERFORM VALIDATE-SIGNON
                   REJECT-REASON OF OUT-BUFFER
              GO TO SET-PLAN-FUNCTION-EXIT
           END-IF
           PERFORM CHECK-SUITABILITY
           IF RETURN-VALUE OF OUT-BUFFER NOT = CLEAN-RETURN
              GO TO SET-PLAN-FUNCTION-EXIT
           END-IF
           MOVE USERID OF OUT-BUFFER TO STNDORD-USERID
           MOVE COMPANY-NAME OF OUT-BUFFER TO STNDORD-COMPANY
           COMPUTE STNDORD-AMOUNT =
       CANCEL-PLAN-FUNCTION-EXIT.
           EXIT.

       GUARDED-SET-BANK-ACCOUNT SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
              PERFORM CHECK-ACCOUNT-APPROVED
              IF ACCOUNT-IS-APPROVED
                 PERFORM SET-BANK-ACCOUNT-FUNCTION
              END-IF
           END-IF
           .
       GUARDED-SET-BANK-ACCOUNT-EXIT.
           EXIT.
      *****************************************************************
      * SET-BANK-ACCOUNT-FUNCTION - records or replaces the account   *
      * withdrawals are paid to. Payments already pending keep the    *
      * account they were raised against.                             *
      *****************************************************************
       SET-BANK-ACCOUNT-FUNCTION SECTION.
           IF BD-BANK-CODE OF IN-COMMAREA = SPACES
              OR BD-ACCOUNT-NO OF IN-COMMAREA = SPACES
              OR BD-ACCOUNT-NAME OF IN-COMMAREA = SPACES
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'BANK CODE, ACCOUNT NO AND NAME NEEDED' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SET-BANK-ACCOUNT-FUNCTION-EXIT
           END-IF
           MOVE USERID OF OUT-BUFFER TO BANKDTL-USERID
           READ Bank-Details KEY IS BANKDTL-KEY OF BANKDTL-RECORD
           IF BANKDTL-NORMAL
              MOVE 'Y' TO BANKDTL-FOUND-SW
           ELSE
              MOVE 'N' TO BANKDTL-FOUND-SW
              MOVE SPACES TO BANKDTL-RECORD
              MOVE USERID OF OUT-BUFFER TO BANKDTL-USERID
           END-IF
           MOVE BD-BANK-CODE OF IN-COMMAREA TO BANKDTL-BANK-CODE
           MOVE BD-ACCOUNT-NO OF IN-COMMAREA TO BANKDTL-ACCOUNT-NO
           MOVE BD-ACCOUNT-NAME OF IN-COMMAREA TO
                BANKDTL-ACCOUNT-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO BANKDTL-SET-DATE
           MOVE USERID OF IOPCB TO BANKDTL-SET-BY
           IF BANKDTL-ON-FILE
              REWRITE BANKDTL-RECORD
           ELSE
              WRITE BANKDTL-RECORD
           END-IF
           IF BANKDTL-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'BANK ACCOUNT SET: '
                     USERID OF OUT-BUFFER(1:20)
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING BANKDTL RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       SET-BANK-ACCOUNT-FUNCTION-EXIT.
           EXIT.

       GUARDED-SUBSCRIBE-OFFER SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
              PERFORM CHECK-ACCOUNT-APPROVED
              IF ACCOUNT-IS-APPROVED
                 PERFORM SUBSCRIBE-OFFER-FUNCTION
              END-IF
           END-IF
           .
       GUARDED-SUBSCRIBE-OFFER-EXIT.
           EXIT.
      *****************************************************************
      * SUBSCRIBE-OFFER-FUNCTION - applies for NO-OF-SHARES of the    *
      * company's new-issue offer while it is open. The full cost at  *
      * the offer price is taken from CASHACCT now as an 'O'          *
      * movement and held on the OFFRSUB record; OFFALLOC allots the  *
      * shares after the close and refunds whatever is not allotted.  *
      * One subscription per customer per offer.                      *
      *****************************************************************
       SUBSCRIBE-OFFER-FUNCTION SECTION.
           MOVE SPACES TO REJECT-REASON OF OUT-BUFFER
           IF NO-OF-SHARES OF IN-COMMAREA IS NOT NUMERIC
              OR NO-OF-SHARES-DEC OF IN-BUFFER = 0
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'SHARES APPLIED FOR MUST BE 1 TO 9999' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF

           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFER-COMPANY
           READ Offers KEY IS OFFER-KEY OF OFFER-RECORD
           IF NOT OFFER-NORMAL
              MOVE COMPANY-NOT-FOUND TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'NO NEW-ISSUE OFFER FOR THIS COMPANY' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO OFFER-TODAY
           IF NOT OFFER-OPEN
              OR OFFER-TODAY < OFFER-OPEN-DATE
              OR OFFER-TODAY > OFFER-CLOSE-DATE
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'OFFER IS NOT OPEN FOR SUBSCRIPTION' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF

           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFRSUB-COMPANY
           MOVE USERID OF OUT-BUFFER TO OFFRSUB-USERID
           READ Offer-Subscriptions KEY IS OFFRSUB-KEY OF
                                           OFFRSUB-RECORD
           IF OFFRSUB-NORMAL
              AND OFFRSUB-PENDING
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ALREADY SUBSCRIBED TO THIS OFFER' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF
      * An allocated record left from a relisted company's earlier
      * offer is replaced by this one
           IF OFFRSUB-NORMAL
              MOVE 'Y' TO OFFRSUB-FOUND-SW
           ELSE
              MOVE 'N' TO OFFRSUB-FOUND-SW
           END-IF

           COMPUTE CASH-REQUIRED =
               OFFER-PRICE * NO-OF-SHARES-DEC OF IN-BUFFER
           PERFORM READ-CASH-ACCOUNT
           IF CASHACCT-BALANCE IS LESS THAN CASH-REQUIRED
              MOVE INVALID-BUY TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'CASH BALANCE TOO LOW FOR SUBSCRIPTION' TO
                   REJECT-REASON OF OUT-BUFFER
              DISPLAY INSUFFICIENT-CASH-MSG
              MOVE INSUFFICIENT-CASH-MSG TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF
           MOVE CASH-REQUIRED TO CASH-AMOUNT
           SUBTRACT CASH-AMOUNT FROM CASHACCT-BALANCE
           MOVE 'O' TO CASH-MOVE-TYPE
           PERFORM SAVE-CASH-ACCOUNT
           IF NOT CASHACCT-NORMAL
              GO TO SUBSCRIBE-OFFER-FUNCTION-EXIT
           END-IF

           MOVE SPACES TO OFFRSUB-RECORD
           MOVE COMPANY-NAME OF OUT-BUFFER TO OFFRSUB-COMPANY
           MOVE USERID OF OUT-BUFFER TO OFFRSUB-USERID
           MOVE CASHMOVE-TIMESTAMP TO OFFRSUB-TIMESTAMP
           MOVE NO-OF-SHARES-DEC OF IN-BUFFER TO OFFRSUB-SHARES
           MOVE CASH-AMOUNT TO OFFRSUB-RESERVED
           MOVE 'S' TO OFFRSUB-STATUS
           MOVE 0 TO OFFRSUB-ALLOTTED
           MOVE 0 TO OFFRSUB-COST
           MOVE 0 TO OFFRSUB-REFUND
           IF OFFRSUB-ON-FILE
              REWRITE OFFRSUB-RECORD
           ELSE
              WRITE OFFRSUB-RECORD
           END-IF
           IF OFFRSUB-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'OFFER SUBSCRIBED: '
                     USERID OF OUT-BUFFER(1:20) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     COMPANY-NAME OF OUT-BUFFER DELIMITED BY '  '
                     INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING OFFRSUB RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       SUBSCRIBE-OFFER-FUNCTION-EXIT.
           EXIT.

       GUARDED-SET-TAX-DETAILS SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
              PERFORM CHECK-ACCOUNT-APPROVED
              IF ACCOUNT-IS-APPROVED
                 PERFORM SET-TAX-DETAILS-FUNCTION
              END-IF
           END-IF
           .
       GUARDED-SET-TAX-DETAILS-EXIT.
           EXIT.
      *****************************************************************
      * SET-TAX-DETAILS-FUNCTION - records or replaces the tax        *
      * identification the year-end TAXINFO information return        *
      * reports the customer's interest and dividends under.          *
      *****************************************************************
       SET-TAX-DETAILS-FUNCTION SECTION.
           IF TD-TAX-ID OF IN-COMMAREA = SPACES
              OR TD-LEGAL-NAME OF IN-COMMAREA = SPACES
              OR TD-COUNTRY OF IN-COMMAREA = SPACES
              OR TD-BIRTH-DATE OF IN-COMMAREA IS NOT NUMERIC
              OR TD-BIRTH-DATE OF IN-COMMAREA(5:2) < '01'
              OR TD-BIRTH-DATE OF IN-COMMAREA(5:2) > '12'
              OR TD-BIRTH-DATE OF IN-COMMAREA(7:2) < '01'
              OR TD-BIRTH-DATE OF IN-COMMAREA(7:2) > '31'
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'TAX ID, BIRTH DATE, NAME, COUNTRY NEEDED' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SET-TAX-DETAILS-FUNCTION-EXIT
           END-IF
           MOVE USERID OF OUT-BUFFER TO TAXCUST-USERID
           READ Tax-Customers KEY IS TAXCUST-KEY OF TAXCUST-RECORD
           IF TAXCUST-NORMAL
              MOVE 'Y' TO TAXCUST-FOUND-SW
           ELSE
              MOVE 'N' TO TAXCUST-FOUND-SW
              MOVE SPACES TO TAXCUST-RECORD
              MOVE USERID OF OUT-BUFFER TO TAXCUST-USERID
           END-IF
           MOVE TD-TAX-ID OF IN-COMMAREA TO TAXCUST-TAX-ID
           MOVE TD-BIRTH-DATE OF IN-COMMAREA TO TAXCUST-BIRTH-DATE
           MOVE TD-LEGAL-NAME OF IN-COMMAREA TO TAXCUST-LEGAL-NAME
           MOVE TD-COUNTRY OF IN-COMMAREA TO TAXCUST-COUNTRY
           MOVE FUNCTION CURRENT-DATE(1:8) TO TAXCUST-SET-DATE
           MOVE USERID OF IOPCB TO TAXCUST-SET-BY
           IF TAXCUST-ON-FILE
              REWRITE TAXCUST-RECORD
           ELSE
              WRITE TAXCUST-RECORD
           END-IF
           IF TAXCUST-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'TAX DETAILS SET: '
                     USERID OF OUT-BUFFER(1:20)
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING TAXCUST RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       SET-TAX-DETAILS-FUNCTION-EXIT.
           EXIT.

       GUARDED-SET-RISK-PROFILE SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
              PERFORM CHECK-ACCOUNT-APPROVED
              IF ACCOUNT-IS-APPROVED
                 PERFORM SET-RISK-PROFILE-FUNCTION
              END-IF
           END-IF
           .
       GUARDED-SET-RISK-PROFILE-EXIT.
           EXIT.
      *****************************************************************
      * SET-RISK-PROFILE-FUNCTION - the customer's yearly review of   *
      * their risk profile, confirming or changing it. The profile    *
      * (1 cautious to 5 speculative) rides ALARM-CHANGE(1:1); the    *
      * next review falls due a year on.                              *
      *****************************************************************
       SET-RISK-PROFILE-FUNCTION SECTION.
           IF ALARM-CHANGE OF OUT-BUFFER(1:1) < '1'
              OR ALARM-CHANGE OF OUT-BUFFER(1:1) > '5'
              MOVE UNKNOWN-SUBTYPE TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'RISK PROFILE MUST BE 1-5' TO
                   REJECT-REASON OF OUT-BUFFER
              GO TO SET-RISK-PROFILE-FUNCTION-EXIT
           END-IF
           PERFORM SET-RISK-REVIEW-DUE
           MOVE USERID OF OUT-BUFFER TO RISKPROF-USERID
           READ Risk-Profiles KEY IS RISKPROF-KEY OF
                                     RISKPROF-RECORD
           MOVE ALARM-CHANGE OF OUT-BUFFER(1:1) TO RISKPROF-GRADE
           MOVE RISK-TODAY TO RISKPROF-REVIEWED-DATE
           MOVE RISK-DUE-DATE TO RISKPROF-REVIEW-DUE
           MOVE 'R' TO RISKPROF-SOURCE
           MOVE USERID OF IOPCB TO RISKPROF-UPD-USERID
           IF RISKPROF-NORMAL
              REWRITE RISKPROF-RECORD
           ELSE
              MOVE USERID OF OUT-BUFFER TO RISKPROF-USERID
              MOVE RISK-TODAY TO RISKPROF-CAPTURED-DATE
              WRITE RISKPROF-RECORD
           END-IF
           IF RISKPROF-NORMAL
              MOVE CLEAN-RETURN TO RETURN-VALUE OF OUT-BUFFER
              MOVE SPACES TO PROBLOG-DETAIL
              STRING 'RISK PROFILE SET: '
                     USERID OF OUT-BUFFER(1:20)
                     ' GRADE ' RISKPROF-GRADE
                     DELIMITED BY SIZE INTO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           ELSE
              MOVE PGM-LOGIC-ERROR TO RETURN-VALUE OF OUT-BUFFER
              MOVE 'ERROR WRITING RISKPROF RECORD' TO PROBLOG-DETAIL
              PERFORM WRITE-PROBLEM-LOG-RECORD
           END-IF
           .
       SET-RISK-PROFILE-FUNCTION-EXIT.
           EXIT.

       GUARDED-CANCEL-ORDER SECTION.
           PERFORM VALIDATE-SIGNON
           IF SIGNON-VALID
           MOVE COMPANY OF CUSTOMER-IO-BUFFER TO TRDLEDGR-COMPANY.
           MOVE NO-OF-SHARES-DEC OF IN-BUFFER TO TRDLEDGR-SHARES.
           MOVE SHARE-VALUE OF COMPANY-IO-BUFFER TO TRDLEDGR-PRICE.
           MOVE FXR-CURRENCY TO TRDLEDGR-CURRENCY.
           MOVE FXR-TRADE-RATE TO TRDLEDGR-FX-RATE.
           PERFORM PRICE-TRADE-COMMISSION.
           MOVE 'N' TO TRDLEDGR-PUBLISHED.
           MOVE SPACE TO TRDLEDGR-SETTLED.
       PUBLISH-TRADE-EVENT-EXIT.
           EXIT.
      *****************************************************************
      * SUITABILITY-RULE - shared purchase suitability rule,          *
      * PERFORMed by CHECK-SUITABILITY.                               *
      *****************************************************************
       COPY SUITRULP.
      *****************************************************************
      * FX-RATE-RULE - shared foreign-currency trade rate rule,       *
      * PERFORMed by LOOK-UP-TRADE-FX-RATE.                           *
      *****************************************************************
       COPY FXRULP.
      *****************************************************************
      * Call-Comm-Stub-With-Retry - shared retry-with-backoff wrapper *
      * around CALL COMM-STUB-PGM-NAME, PERFORMed by                  *
      * PUBLISH-TRADE-EVENT.                                          *
           END-IF
           COMPUTE TRDLEDGR-COMMISSION ROUNDED =
               COMM-PRICE-NUM * NO-OF-SHARES-DEC OF IN-BUFFER
               * FXR-TRADE-RATE * COMM-PCT / 100
           .
       PRICE-TRADE-COMMISSION-EXIT.
           EXIT.
