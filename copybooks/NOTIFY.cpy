      *----------------------------------------------------------------*
      *  NOTIFY - one outbound customer notification, appended to the  *
      *  common NOTIFY file (and published to the notification queue)  *
      *  through NOTIFPUT by the programs that raise customer-facing   *
      *  events, and worked off nightly by the NOTDISP dispatcher      *
      *  against the customer's NOTPREF contact preferences. The       *
      *  customer is identified the way the raising store knows them:  *
      *  ID-TYPE 'T' the 60-byte trader userid, 'L' the loan account   *
      *  (= LOANOFFR offer) number.                                    *
      *----------------------------------------------------------------*
       01  NOTIFY-RECORD.
           05  NOTIFY-TIMESTAMP       PIC 9(14).
           05  NOTIFY-SOURCE          PIC X(08).
           05  NOTIFY-EVENT           PIC X(04).
               88  NOTIFY-WATCH-ALERT     VALUE 'WTCH'.
               88  NOTIFY-ORDER-FILLED    VALUE 'OFIL'.
               88  NOTIFY-ORDER-EXPIRED   VALUE 'OEXP'.
               88  NOTIFY-SETTLE-FAILED   VALUE 'SFAL'.
               88  NOTIFY-LOAN-ARREARS    VALUE 'LARR'.
               88  NOTIFY-OFFER-EXPIRED   VALUE 'LOFX'.
               88  NOTIFY-MARGIN-CALL     VALUE 'MCAL'.
               88  NOTIFY-ORDER-REFUSED   VALUE 'OREF'.
               88  NOTIFY-DEBIT-FAILED    VALUE 'LDDF'.
           05  NOTIFY-CUSTOMER.
               10  NOTIFY-ID-TYPE     PIC X(01).
                   88  NOTIFY-TRADER          VALUE 'T'.
                   88  NOTIFY-LOAN-CUSTOMER   VALUE 'L'.
               10  NOTIFY-CUSTOMER-ID PIC X(60).
           05  NOTIFY-NAME            PIC X(20).
           05  NOTIFY-TEXT            PIC X(80).
           05  FILLER                 PIC X(13).
