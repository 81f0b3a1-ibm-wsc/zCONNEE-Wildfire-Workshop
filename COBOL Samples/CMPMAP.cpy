      *----------------------------------------------------------------*
      *  CMPMAP - BMS map for CMPMNT, the customer complaints          *
      *  transaction: the action and complaint number, the customer    *
      *  NUMB, channel, date received, category, the loan, order or    *
      *  trade it is about, the root cause, outcome and redress paid,  *
      *  the summary and a note; then the customer's name and the      *
      *  complaint's status, response deadline, days open and who      *
      *  logged, last updated and closed it. Field layout follows the  *
      *  same DFHMDF-generated shape as INCMAP.                        *
      *----------------------------------------------------------------*
       01  CMPMAPI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  CMPNOL    COMP  PIC  S9(4).
           02  CMPNOF    PICTURE X.
           02  FILLER REDEFINES CMPNOF.
             03 CMPNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPNOI  PIC X(8).
           02  NUMBL    COMP  PIC  S9(4).
           02  NUMBF    PICTURE X.
           02  FILLER REDEFINES NUMBF.
             03 NUMBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMBI  PIC X(6).
           02  CHANNELL    COMP  PIC  S9(4).
           02  CHANNELF    PICTURE X.
           02  FILLER REDEFINES CHANNELF.
             03 CHANNELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHANNELI  PIC X(1).
           02  RECVDL    COMP  PIC  S9(4).
           02  RECVDF    PICTURE X.
           02  FILLER REDEFINES RECVDF.
             03 RECVDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECVDI  PIC X(8).
           02  CATEGL    COMP  PIC  S9(4).
           02  CATEGF    PICTURE X.
           02  FILLER REDEFINES CATEGF.
             03 CATEGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CATEGI  PIC X(4).
           02  LNKTYPEL    COMP  PIC  S9(4).
           02  LNKTYPEF    PICTURE X.
           02  FILLER REDEFINES LNKTYPEF.
             03 LNKTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LNKTYPEI  PIC X(1).
           02  LNKREFL    COMP  PIC  S9(4).
           02  LNKREFF    PICTURE X.
           02  FILLER REDEFINES LNKREFF.
             03 LNKREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LNKREFI  PIC X(16).
           02  CAUSEL    COMP  PIC  S9(4).
           02  CAUSEF    PICTURE X.
           02  FILLER REDEFINES CAUSEF.
             03 CAUSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAUSEI  PIC X(4).
           02  OUTCOMEL    COMP  PIC  S9(4).
           02  OUTCOMEF    PICTURE X.
           02  FILLER REDEFINES OUTCOMEF.
             03 OUTCOMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OUTCOMEI  PIC X(1).
           02  REDRESSL    COMP  PIC  S9(4).
           02  REDRESSF    PICTURE X.
           02  FILLER REDEFINES REDRESSF.
             03 REDRESSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REDRESSI  PIC X(10).
           02  SUMMARYL    COMP  PIC  S9(4).
           02  SUMMARYF    PICTURE X.
           02  FILLER REDEFINES SUMMARYF.
             03 SUMMARYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUMMARYI  PIC X(60).
           02  NOTEL    COMP  PIC  S9(4).
           02  NOTEF    PICTURE X.
           02  FILLER REDEFINES NOTEF.
             03 NOTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTEI  PIC X(60).
           02  CUSTNML    COMP  PIC  S9(4).
           02  CUSTNMF    PICTURE X.
           02  FILLER REDEFINES CUSTNMF.
             03 CUSTNMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUSTNMI  PIC X(20).
           02  CMPSTATL    COMP  PIC  S9(4).
           02  CMPSTATF    PICTURE X.
           02  FILLER REDEFINES CMPSTATF.
             03 CMPSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPSTATI  PIC X(12).
           02  DEADLNL    COMP  PIC  S9(4).
           02  DEADLNF    PICTURE X.
           02  FILLER REDEFINES DEADLNF.
             03 DEADLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEADLNI  PIC X(8).
           02  DAYSOPNL    COMP  PIC  S9(4).
           02  DAYSOPNF    PICTURE X.
           02  FILLER REDEFINES DAYSOPNF.
             03 DAYSOPNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DAYSOPNI  PIC X(5).
           02  OPENBYL    COMP  PIC  S9(4).
           02  OPENBYF    PICTURE X.
           02  FILLER REDEFINES OPENBYF.
             03 OPENBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPENBYI  PIC X(8).
           02  UPDBYL    COMP  PIC  S9(4).
           02  UPDBYF    PICTURE X.
           02  FILLER REDEFINES UPDBYF.
             03 UPDBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  UPDBYI  PIC X(8).
           02  CLOSEBYL    COMP  PIC  S9(4).
           02  CLOSEBYF    PICTURE X.
           02  FILLER REDEFINES CLOSEBYF.
             03 CLOSEBYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLOSEBYI  PIC X(8).
           02  CLOSEDTL    COMP  PIC  S9(4).
           02  CLOSEDTF    PICTURE X.
           02  FILLER REDEFINES CLOSEDTF.
             03 CLOSEDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLOSEDTI  PIC X(8).
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
       01  CMPMAPO REDEFINES CMPMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CMPNOC    PICTURE X.
           02  CMPNOH    PICTURE X.
           02  CMPNOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NUMBC    PICTURE X.
           02  NUMBH    PICTURE X.
           02  NUMBO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CHANNELC    PICTURE X.
           02  CHANNELH    PICTURE X.
           02  CHANNELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RECVDC    PICTURE X.
           02  RECVDH    PICTURE X.
           02  RECVDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CATEGC    PICTURE X.
           02  CATEGH    PICTURE X.
           02  CATEGO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LNKTYPEC    PICTURE X.
           02  LNKTYPEH    PICTURE X.
           02  LNKTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LNKREFC    PICTURE X.
           02  LNKREFH    PICTURE X.
           02  LNKREFO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  CAUSEC    PICTURE X.
           02  CAUSEH    PICTURE X.
           02  CAUSEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OUTCOMEC    PICTURE X.
           02  OUTCOMEH    PICTURE X.
           02  OUTCOMEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REDRESSC    PICTURE X.
           02  REDRESSH    PICTURE X.
           02  REDRESSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SUMMARYC    PICTURE X.
           02  SUMMARYH    PICTURE X.
           02  SUMMARYO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NOTEC    PICTURE X.
           02  NOTEH    PICTURE X.
           02  NOTEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CUSTNMC    PICTURE X.
           02  CUSTNMH    PICTURE X.
           02  CUSTNMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CMPSTATC    PICTURE X.
           02  CMPSTATH    PICTURE X.
           02  CMPSTATO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DEADLNC    PICTURE X.
           02  DEADLNH    PICTURE X.
           02  DEADLNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DAYSOPNC    PICTURE X.
           02  DAYSOPNH    PICTURE X.
           02  DAYSOPNO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  OPENBYC    PICTURE X.
           02  OPENBYH    PICTURE X.
           02  OPENBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  UPDBYC    PICTURE X.
           02  UPDBYH    PICTURE X.
           02  UPDBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLOSEBYC    PICTURE X.
           02  CLOSEBYH    PICTURE X.
           02  CLOSEBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLOSEDTC    PICTURE X.
           02  CLOSEDTH    PICTURE X.
           02  CLOSEDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSG1C    PICTURE X.
           02  MSG1H    PICTURE X.
           02  MSG1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSG2C    PICTURE X.
           02  MSG2H    PICTURE X.
           02  MSG2O  PIC X(60).
