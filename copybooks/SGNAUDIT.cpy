      *  'L' attempt against a locked account. The TRADMIN admin       *
      *  transaction writes its account actions here too ('U' unlock,  *
      *  'R' fail-count reset, 'P' forced password reset, 'X'          *
      *  disable, 'E' re-enable), with the acting administrator in     *
      *  SGNAUDIT-ACTOR so the security review sees who unlocked       *
      *  whom; sign-on attempts leave the actor SPACES. The quarterly  *
      *  recertification run ACCRAPLY writes 'V' entitlement revoked   *
      *  by the manager, 'Z' suspended as not certified by the         *
      *  deadline and 'K' suspension lifted by a later keep, with the  *
      *  store concerned in SGNAUDIT-LTERM and the deciding manager    *
      *  (ACCRAPLY itself for a suspension) in SGNAUDIT-ACTOR. The     *
      *  leaver run LEAVPROC writes 'H' for each account it withdraws  *
      *  from a leaver, with the store in SGNAUDIT-LTERM and LEAVPROC  *
      *  as the actor.                                                 *
      *----------------------------------------------------------------*
       01  SGNAUDIT-RECORD.
           05  SGNAUDIT-USERID        PIC X(60).
