      *----------------------------------------------------------------*
      *  SCRNHIT - the compliance review queue: one record per name    *
      *  match between an intake or existing party and a SCRNLIST      *
      *  entry, keyed by where the party came from, who it is and the  *
      *  entry it matched, so the same match is never raised twice.    *
      *  The source says what the subject is: 'F' a FileA NUMB, 'L' a  *
      *  loan applicant's screening key (there is no UID until the     *
      *  loan is decided), 'A' a LOANACCT account number, 'T' a trader *
      *  userid. An intake match holds what was held - the FileA add,  *
      *  the loan application, the trader account approval - and the   *
      *  held data is what SCRNRVW releases when compliance clears it  *
      *  ('C'); a confirmed match ('M') is refused at every intake     *
      *  point from then on. A cleared match is not raised again for   *
      *  the same subject and entry. Matches found by the monthly      *
      *  SCRNMON rescreen hold nothing.                                *
      *----------------------------------------------------------------*
       01  SCRNHIT-RECORD.
           05  SCRNHIT-KEY.
               10  SCRNHIT-SOURCE         PIC X(01).
                   88  SCRNHIT-FILEA-CUSTOMER VALUE 'F'.
                   88  SCRNHIT-LOAN-APPLICANT VALUE 'L'.
                   88  SCRNHIT-LOAN-ACCOUNT   VALUE 'A'.
                   88  SCRNHIT-TRADER         VALUE 'T'.
               10  SCRNHIT-SUBJECT        PIC X(60).
               10  SCRNHIT-ENTRY-ID       PIC X(12).
           05  SCRNHIT-STATUS             PIC X(01).
               88  SCRNHIT-PENDING            VALUE 'P'.
               88  SCRNHIT-CLEARED            VALUE 'C'.
               88  SCRNHIT-CONFIRMED          VALUE 'M'.
      *  What the match is holding: 'A' a FileA add (held data is the
      *  105-byte FILEAREQ 'P' request, released as a TXNIN card for
      *  the next FILEABAT run), 'L' a loan application (a LOANAPPS
      *  record image for the next LOANBAT run), 'J' an online loan
      *  application the applicant resubmits once cleared, 'T' a
      *  trader account application (PENDACCT status 'S'), 'R'
      *  nothing - a rescreen match on an existing party.
           05  SCRNHIT-HOLD-TYPE          PIC X(01).
               88  SCRNHIT-HOLDS-FILEA-ADD    VALUE 'A'.
               88  SCRNHIT-HOLDS-LOAN-CARD    VALUE 'L'.
               88  SCRNHIT-HOLDS-LOAN-ONLINE  VALUE 'J'.
               88  SCRNHIT-HOLDS-TRADER       VALUE 'T'.
               88  SCRNHIT-HOLDS-NOTHING      VALUE 'R'.
           05  SCRNHIT-ORIGIN             PIC X(08).
           05  SCRNHIT-SCREENED-NAME      PIC X(60).
           05  SCRNHIT-LISTED-NAME        PIC X(60).
           05  SCRNHIT-LIST-CODE          PIC X(08).
           05  SCRNHIT-RAISED-BY          PIC X(08).
           05  SCRNHIT-RAISED-AT          PIC X(16).
           05  SCRNHIT-REVIEWED-BY        PIC X(08).
           05  SCRNHIT-REVIEWED-DATE      PIC X(08).
           05  SCRNHIT-REVIEW-NOTE        PIC X(40).
           05  SCRNHIT-RELEASED-SW        PIC X(01).
               88  SCRNHIT-RELEASED           VALUE 'Y'.
           05  SCRNHIT-HELD-DATA          PIC X(200).
