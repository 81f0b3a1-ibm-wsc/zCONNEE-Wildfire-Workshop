      *----------------------------------------------------------------*
      *  MQ006Q01 - z/Connect generated request body for the customer  *
      *  notification queue: one message per notification written to   *
      *  NOTIFY, published by NOTIFPUT as the record is written.       *
      *----------------------------------------------------------------*
       05  NOTIFICATION2-num           PIC 9 VALUE 0.
       05  event2                      PIC X(04).
       05  idType2                     PIC X(01).
       05  customerId2                 PIC X(60).
       05  customerId2-length          PIC S9(4) COMP-5 SYNC VALUE 0.
       05  name2                       PIC X(20).
       05  name2-length                PIC S9(4) COMP-5 SYNC VALUE 0.
       05  text2                       PIC X(80).
       05  text2-length                PIC S9(4) COMP-5 SYNC VALUE 0.
       05  source2                     PIC X(08).
       05  eventTime2                  PIC 9(14).
