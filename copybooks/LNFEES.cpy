      *----------------------------------------------------------------*
      *  LNFEES - a late fee charged on a serviced loan, one per       *
      *  LOANSCHD entry (keyed by the entry's account and sequence),   *
      *  raised by the daily LOANFEE run when the entry is still       *
      *  unpaid the LOANFEE GRACEDAYS after its due date. LOANPAY      *
      *  settles open fees, oldest first, out of each receipt before   *
      *  any interest or principal, part payments accumulating in      *
      *  AMOUNT-PAID. A fee is waived on LNFMNT: one userid stages the *
      *  waiver with a reason code and text, a DIFFERENT userid        *
      *  confirms it; LOANFEE reports it on its next run. The waiver   *
      *  reason codes are:                                             *
      *    BE bank error      SE servicing error    HD hardship        *
      *    GW goodwill        BV bereavement        OT other           *
      *----------------------------------------------------------------*
       01  LNFEES-RECORD.
           05  LNFEES-KEY.
               10  LNFEES-ACCOUNT     PIC X(08).
               10  LNFEES-SEQ         PIC 9(03).
           05  LNFEES-DUE-DATE        PIC 9(08).
           05  LNFEES-ASSESSED-DATE   PIC 9(08).
           05  LNFEES-AMOUNT          PIC 9(07)V99.
           05  LNFEES-AMOUNT-PAID     PIC 9(07)V99.
           05  LNFEES-STATUS          PIC X(01).
               88  LNFEES-OPEN            VALUE 'O'.
               88  LNFEES-PAID            VALUE 'P'.
               88  LNFEES-WAIVED          VALUE 'W'.
               88  LNFEES-CLEARED         VALUE 'P' 'W'.
           05  LNFEES-PAID-DATE       PIC 9(08).
           05  LNFEES-WAIVE-REASON    PIC X(02).
               88  LNFEES-WAIVE-REASON-VALID VALUE 'BE' 'SE' 'HD'
                                                   'GW' 'BV' 'OT'.
           05  LNFEES-WAIVE-TEXT      PIC X(40).
           05  LNFEES-WAIVE-PROPOSED-BY PIC X(08).
           05  LNFEES-WAIVE-PROPOSED-AT PIC X(16).
           05  LNFEES-WAIVED-BY       PIC X(08).
           05  LNFEES-WAIVED-DATE     PIC 9(08).
           05  LNFEES-WAIVE-REPORTED  PIC X(01).
               88  LNFEES-WAIVER-REPORTED VALUE 'Y'.
           05  FILLER                 PIC X(10).
