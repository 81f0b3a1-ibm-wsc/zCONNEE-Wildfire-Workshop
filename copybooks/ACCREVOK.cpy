      *----------------------------------------------------------------*
      *  ACCREVOK - approver entitlements withdrawn at access          *
      *  recertification, keyed by store and userid. The loan-policy   *
      *  and rate approvers (LNPMNT, LNRMNT) and the legal-hold        *
      *  userids (HOLDREL) have no authority list of their own to      *
      *  take a userid off, so ACCRAPLY records them here and those    *
      *  programs refuse a userid found on this file. TYPE 'R' is a    *
      *  manager's revoke; 'S' a suspension for want of certification  *
      *  by the deadline, which a later cycle's keep reinstates by     *
      *  deleting the record.                                          *
      *----------------------------------------------------------------*
       01  ACCREVOK-RECORD.
           05  ACCREVOK-KEY.
               10  ACCREVOK-STORE     PIC X(08).
               10  ACCREVOK-USERID    PIC X(60).
           05  ACCREVOK-TYPE          PIC X(01).
               88  ACCREVOK-REVOKED       VALUE 'R'.
               88  ACCREVOK-SUSPENDED     VALUE 'S'.
           05  ACCREVOK-CYCLE         PIC X(06).
           05  ACCREVOK-DATE          PIC 9(08).
           05  ACCREVOK-BY            PIC X(08).
           05  FILLER                 PIC X(09).
