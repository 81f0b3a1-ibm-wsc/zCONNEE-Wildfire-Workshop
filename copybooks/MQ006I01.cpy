      *----------------------------------------------------------------*
      *  MQ006I01 - z/Connect generated API/operation descriptor for   *
      *  the customer notification queue.                              *
      *----------------------------------------------------------------*
       05  MQ006-API-NAME              PIC X(30) VALUE 'mqbridge'.
       05  MQ006-API-VERSION           PIC X(10) VALUE '1.0.0'.
       05  MQ006-OPERATION-ID          PIC X(30) VALUE
                                           'putNotification'.
       05  MQ006-HTTP-METHOD           PIC X(08) VALUE 'POST'.
