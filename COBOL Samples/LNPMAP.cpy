             03 MAXAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAXAGEI  PIC X(3).
           02  ERLYPCTL    COMP  PIC  S9(4).
           02  ERLYPCTF    PICTURE X.
           02  FILLER REDEFINES ERLYPCTF.
             03 ERLYPCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ERLYPCTI  PIC X(5).
           02  SIMDAYSL    COMP  PIC  S9(4).
           02  SIMDAYSF    PICTURE X.
           02  FILLER REDEFINES SIMDAYSF.
           02  MAXAGEH    PICTURE X.
           02  MAXAGEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ERLYPCTC    PICTURE X.
           02  ERLYPCTH    PICTURE X.
           02  ERLYPCTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  SIMDAYSC    PICTURE X.
           02  SIMDAYSH    PICTURE X.
           02  SIMDAYSO  PIC X(3).
