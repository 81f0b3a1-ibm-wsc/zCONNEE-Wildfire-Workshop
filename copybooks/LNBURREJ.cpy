      *----------------------------------------------------------------*
      *  LNBURREJ - a bureau record the credit bureau rejected, loaded *
      *  by LOANBURM from the bureau's BURREJIN return file, one per   *
      *  account, reporting month and error code, for the loan         *
      *  servicing team to put right on the account. It stays OPEN     *
      *  until LOANBUR next reports the account, when it is marked     *
      *  RESUBMITTED with that month; LOANBURM lists the ones still    *
      *  open after every load.                                        *
      *----------------------------------------------------------------*
       01  LNBURREJ-RECORD.
           05  LNBURREJ-KEY.
               10  LNBURREJ-ACCOUNT   PIC X(08).
               10  LNBURREJ-MONTH     PIC 9(06).
               10  LNBURREJ-ERROR-CODE PIC X(04).
           05  LNBURREJ-FIELD-NAME    PIC X(20).
           05  LNBURREJ-ERROR-TEXT    PIC X(40).
           05  LNBURREJ-LOADED-DATE   PIC 9(08).
           05  LNBURREJ-STATUS        PIC X(01).
               88  LNBURREJ-OPEN          VALUE 'O'.
               88  LNBURREJ-RESUBMITTED   VALUE 'R'.
           05  LNBURREJ-RESUBMIT-MONTH PIC 9(06).
           05  FILLER                 PIC X(20).
