      *----------------------------------------------------------------*
      *  LNCMAP - BMS map for LNCOMNT, the loan charge-off             *
      *  transaction: the account, the action (B browse the account's  *
      *  arrears and any staged charge-off, P propose a charge-off, C  *
      *  confirm), the reason code and text, and four message lines.   *
      *  Field layout follows the same DFHMDF-generated shape as       *
      *  LNPMAP.                                                       *
      *----------------------------------------------------------------*
       01  LNCMAPI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  ACCTL    COMP  PIC  S9(4).
           02  ACCTF    PICTURE X.
           02  FILLER REDEFINES ACCTF.
             03 ACCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTI  PIC X(8).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REASONI  PIC X(2).
           02  RSNTEXTL    COMP  PIC  S9(4).
           02  RSNTEXTF    PICTURE X.
           02  FILLER REDEFINES RSNTEXTF.
             03 RSNTEXTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSNTEXTI  PIC X(40).
           02  MSG1L    COMP  PIC  S9(4).
           02  MSG1F    PICTURE X.
           02  FILLER REDEFINES MSG1F.
             03 MSG1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSG1I  PIC X(60).
           02  MSG2L    COMP  PIC  S9(4).
           02  MSG2F    PICTURE X.
           02  FILLER REDEFINES MSG2F.
             03 MSG2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSG2I  PIC X(60).
           02  MSG3L    COMP  PIC  S9(4).
           02  MSG3F    PICTURE X.
           02  FILLER REDEFINES MSG3F.
             03 MSG3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSG3I  PIC X(60).
           02  MSG4L    COMP  PIC  S9(4).
           02  MSG4F    PICTURE X.
           02  FILLER REDEFINES MSG4F.
             03 MSG4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSG4I  PIC X(60).
       01  LNCMAPO REDEFINES LNCMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCTC    PICTURE X.
           02  ACCTH    PICTURE X.
           02  ACCTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  RSNTEXTC    PICTURE X.
           02  RSNTEXTH    PICTURE X.
           02  RSNTEXTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSG1C    PICTURE X.
           02  MSG1H    PICTURE X.
           02  MSG1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG2C    PICTURE X.
           02  MSG2H    PICTURE X.
           02  MSG2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG3C    PICTURE X.
           02  MSG3H    PICTURE X.
           02  MSG3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG4C    PICTURE X.
           02  MSG4H    PICTURE X.
           02  MSG4O  PIC X(60).
