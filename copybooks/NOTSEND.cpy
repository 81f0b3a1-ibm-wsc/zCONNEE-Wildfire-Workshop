      *----------------------------------------------------------------*
      *  NOTSEND - one notification ready for its channel, written by  *
      *  NOTDISP to the NOTEMAIL, NOTSMS or NOTLETR file for the       *
      *  sending gateway or the print room. RELEASE-STAMP (yyyymmdd-   *
      *  hhmm) is the earliest the gateway may send it: the dispatch   *
      *  time, or the end of the customer's quiet hours when the       *
      *  dispatch falls inside them.                                   *
      *----------------------------------------------------------------*
       01  NOTSEND-RECORD.
           05  NOTSEND-CHANNEL        PIC X(01).
           05  NOTSEND-RELEASE-STAMP  PIC 9(12).
           05  NOTSEND-EVENT          PIC X(04).
           05  NOTSEND-EVENT-TIME     PIC 9(14).
           05  NOTSEND-ID-TYPE        PIC X(01).
           05  NOTSEND-CUSTOMER-ID    PIC X(60).
           05  NOTSEND-DESTINATION    PIC X(110).
           05  NOTSEND-POSTAL REDEFINES NOTSEND-DESTINATION.
               10  NOTSEND-POSTAL-NAME
                                      PIC X(20).
               10  NOTSEND-POSTAL-LINE
                                      PIC X(30) OCCURS 3 TIMES.
           05  NOTSEND-NAME           PIC X(20).
           05  NOTSEND-TEXT           PIC X(80).
           05  FILLER                 PIC X(18).
