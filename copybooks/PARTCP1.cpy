      *  PARTCP1 - COMMAREA layout passed to PARTMSTR by its callers,  *
      *  carrying the request id/return code plus whichever of the    *
      *  add/update/inquire request and response areas that request   *
      *  needs. 01ISSU issues stock against a job or cost centre using *
      *  the part key in the request area and CA-ISSUE-DATA.           *
      *----------------------------------------------------------------*
       05  CA-REQUEST-ID              PIC X(6).
       05  CA-RETURN-CODE             PIC X(2).
           10 CA-RESP-REORDER-POINT   PIC 9(05).
           10 CA-RESP-REORDER-QTY     PIC 9(05).
           10 CA-RESP-SUPPLIER        PIC X(06).
       05  CA-ISSUE-DATA.
           10 CA-ISSUE-QTY            PIC 9(05).
           10 CA-ISSUE-CHARGE-TYPE    PIC X(01).
           10 CA-ISSUE-CHARGE-CODE    PIC X(08).
           10 CA-ISSUE-QTY-AFTER      PIC 9(05).
