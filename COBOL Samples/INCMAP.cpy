      *----------------------------------------------------------------*
      *  INCMAP - BMS map for INCMNT, the problem-log incident         *
      *  transaction: the program, error code and time range browsed   *
      *  (yyyymmddhhmm), the action, the owner, root-cause code and    *
      *  note keyed for the incident; what the range holds (entries,   *
      *  first and last seen, the latest five entries); and the        *
      *  incident the program and code are grouped under, with its     *
      *  status, occurrences and who acknowledged it. Field layout     *
      *  follows the same DFHMDF-generated shape as LNRMAP.            *
      *----------------------------------------------------------------*
       01  INCMAPI.
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
           02  ERRCODEL    COMP  PIC  S9(4).
           02  ERRCODEF    PICTURE X.
           02  FILLER REDEFINES ERRCODEF.
             03 ERRCODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ERRCODEI  PIC X(8).
           02  FROMTSL    COMP  PIC  S9(4).
           02  FROMTSF    PICTURE X.
           02  FILLER REDEFINES FROMTSF.
             03 FROMTSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FROMTSI  PIC X(12).
           02  TOTSL    COMP  PIC  S9(4).
           02  TOTSF    PICTURE X.
           02  FILLER REDEFINES TOTSF.
             03 TOTSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTSI  PIC X(12).
           02  OWNERL    COMP  PIC  S9(4).
           02  OWNERF    PICTURE X.
           02  FILLER REDEFINES OWNERF.
             03 OWNERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OWNERI  PIC X(8).
           02  CAUSEL    COMP  PIC  S9(4).
           02  CAUSEF    PICTURE X.
           02  FILLER REDEFINES CAUSEF.
             03 CAUSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAUSEI  PIC X(4).
           02  NOTEL    COMP  PIC  S9(4).
           02  NOTEF    PICTURE X.
           02  FILLER REDEFINES NOTEF.
             03 NOTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTEI  PIC X(60).
           02  RNGCNTL    COMP  PIC  S9(4).
           02  RNGCNTF    PICTURE X.
           02  FILLER REDEFINES RNGCNTF.
             03 RNGCNTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RNGCNTI  PIC X(7).
           02  RNGFSTL    COMP  PIC  S9(4).
           02  RNGFSTF    PICTURE X.
           02  FILLER REDEFINES RNGFSTF.
             03 RNGFSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RNGFSTI  PIC X(16).
           02  RNGLSTL    COMP  PIC  S9(4).
           02  RNGLSTF    PICTURE X.
           02  FILLER REDEFINES RNGLSTF.
             03 RNGLSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RNGLSTI  PIC X(16).
           02  INCIDL    COMP  PIC  S9(4).
           02  INCIDF    PICTURE X.
           02  FILLER REDEFINES INCIDF.
             03 INCIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INCIDI  PIC X(16).
           02  INCSTATL    COMP  PIC  S9(4).
           02  INCSTATF    PICTURE X.
           02  FILLER REDEFINES INCSTATF.
             03 INCSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INCSTATI  PIC X(12).
           02  INCCNTL    COMP  PIC  S9(4).
           02  INCCNTF    PICTURE X.
           02  FILLER REDEFINES INCCNTF.
             03 INCCNTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INCCNTI  PIC X(7).
           02  ACKBYL    COMP  PIC  S9(4).
           02  ACKBYF    PICTURE X.
           02  FILLER REDEFINES ACKBYF.
             03 ACKBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACKBYI  PIC X(8).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(76).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(76).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(76).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(76).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(76).
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
       01  INCMAPO REDEFINES INCMAPI.
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
           02  ERRCODEC    PICTURE X.
           02  ERRCODEH    PICTURE X.
           02  ERRCODEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FROMTSC    PICTURE X.
           02  FROMTSH    PICTURE X.
           02  FROMTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  TOTSC    PICTURE X.
           02  TOTSH    PICTURE X.
           02  TOTSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  OWNERC    PICTURE X.
           02  OWNERH    PICTURE X.
           02  OWNERO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CAUSEC    PICTURE X.
           02  CAUSEH    PICTURE X.
           02  CAUSEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  NOTEC    PICTURE X.
           02  NOTEH    PICTURE X.
           02  NOTEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  RNGCNTC    PICTURE X.
           02  RNGCNTH    PICTURE X.
           02  RNGCNTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  RNGFSTC    PICTURE X.
           02  RNGFSTH    PICTURE X.
           02  RNGFSTO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  RNGLSTC    PICTURE X.
           02  RNGLSTH    PICTURE X.
           02  RNGLSTO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  INCIDC    PICTURE X.
           02  INCIDH    PICTURE X.
           02  INCIDO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  INCSTATC    PICTURE X.
           02  INCSTATH    PICTURE X.
           02  INCSTATO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  INCCNTC    PICTURE X.
           02  INCCNTH    PICTURE X.
           02  INCCNTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  ACKBYC    PICTURE X.
           02  ACKBYH    PICTURE X.
           02  ACKBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MSG1C    PICTURE X.
           02  MSG1H    PICTURE X.
           02  MSG1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG2C    PICTURE X.
           02  MSG2H    PICTURE X.
           02  MSG2O  PIC X(60).
