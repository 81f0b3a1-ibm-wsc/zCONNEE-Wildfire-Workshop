      *----------------------------------------------------------------*
      *  ORDCANC - one record per catalog order line cancelled by the  *
      *  01CANC request while still placed or back-ordered: what was   *
      *  cancelled, the status it was cancelled from, where its stock  *
      *  went back (CATLOC location, spaces when the catalog total     *
      *  alone carried it or it was only back-ordered) and why. The    *
      *  ORDCNRPT daily list prints them by reason. Dates are mmddyyyy *
      *  as the catalog manager writes them.                           *
      *----------------------------------------------------------------*
       01  ORDCANC-RECORD.
           05  ORDCANC-KEY.
               10  ORDCANC-DATE           PIC X(08).
               10  ORDCANC-TIME           PIC X(06).
               10  ORDCANC-ORDER-NUMBER   PIC 9(08).
               10  ORDCANC-LINE           PIC 9(02).
           05  ORDCANC-USERID             PIC X(08).
           05  ORDCANC-ITEM-REF           PIC 9(04).
           05  ORDCANC-QUANTITY           PIC 9(03).
           05  ORDCANC-UNIT-COST          PIC 9(03)V99.
           05  ORDCANC-PRIOR-STATUS       PIC X(01).
           05  ORDCANC-LOCATION           PIC X(02).
           05  ORDCANC-REASON-CODE        PIC X(02).
               88  ORDCANC-CUSTOMER-REQUEST   VALUE 'CR'.
               88  ORDCANC-DUPLICATE-ORDER    VALUE 'DU'.
               88  ORDCANC-WRONG-ITEM         VALUE 'WI'.
               88  ORDCANC-DELIVERY-DELAY     VALUE 'DL'.
               88  ORDCANC-PAYMENT-PROBLEM    VALUE 'PA'.
               88  ORDCANC-OTHER-REASON       VALUE 'OT'.
               88  ORDCANC-REASON-VALID       VALUE 'CR' 'DU' 'WI'
                                                    'DL' 'PA' 'OT'.
           05  ORDCANC-REASON             PIC X(20).
           05  FILLER                     PIC X(06).
