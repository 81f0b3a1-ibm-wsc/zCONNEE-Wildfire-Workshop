      *----------------------------------------------------------------*
      *  RUNPMAP - BMS map for RUNPMNT, the run-parameter maintenance  *
      *  transaction: the program, parameter name and effective date  *
      *  being worked, the new value, the action (B browse, A add or   *
      *  change, D delete), and the value in force today with its      *
      *  effective date and who set it. Field layout follows the same  *
      *  DFHMDF-generated shape as LNRMAP.                             *
      *----------------------------------------------------------------*
       01  RUNPMAPI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  PGML    COMP  PIC  S9(4).
           02  PGMF    PICTURE X.
           02  FILLER REDEFINES PGMF.
             03 PGMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PGMI  PIC X(8).
           02  PNAMEL    COMP  PIC  S9(4).
           02  PNAMEF    PICTURE X.
           02  FILLER REDEFINES PNAMEF.
             03 PNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNAMEI  PIC X(16).
           02  EFFDATEL    COMP  PIC  S9(4).
           02  EFFDATEF    PICTURE X.
           02  FILLER REDEFINES EFFDATEF.
             03 EFFDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EFFDATEI  PIC X(8).
           02  PVALL    COMP  PIC  S9(4).
           02  PVALF    PICTURE X.
           02  FILLER REDEFINES PVALF.
             03 PVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PVALI  PIC X(40).
           02  CURVALL    COMP  PIC  S9(4).
           02  CURVALF    PICTURE X.
           02  FILLER REDEFINES CURVALF.
             03 CURVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CURVALI  PIC X(40).
           02  CUREFFL    COMP  PIC  S9(4).
           02  CUREFFF    PICTURE X.
           02  FILLER REDEFINES CUREFFF.
             03 CUREFFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUREFFI  PIC X(8).
           02  CHGBYL    COMP  PIC  S9(4).
           02  CHGBYF    PICTURE X.
           02  FILLER REDEFINES CHGBYF.
             03 CHGBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGBYI  PIC X(8).
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
       01  RUNPMAPO REDEFINES RUNPMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PGMC    PICTURE X.
           02  PGMH    PICTURE X.
           02  PGMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PNAMEC    PICTURE X.
           02  PNAMEH    PICTURE X.
           02  PNAMEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  EFFDATEC    PICTURE X.
           02  EFFDATEH    PICTURE X.
           02  EFFDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PVALC    PICTURE X.
           02  PVALH    PICTURE X.
           02  PVALO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CURVALC    PICTURE X.
           02  CURVALH    PICTURE X.
           02  CURVALO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CUREFFC    PICTURE X.
           02  CUREFFH    PICTURE X.
           02  CUREFFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHGBYC    PICTURE X.
           02  CHGBYH    PICTURE X.
           02  CHGBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSG1C    PICTURE X.
           02  MSG1H    PICTURE X.
           02  MSG1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG2C    PICTURE X.
           02  MSG2H    PICTURE X.
           02  MSG2O  PIC X(60).
