             03 COAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COAGEI  PIC X(10).
           02  RTYPEL    COMP  PIC  S9(4).
           02  RTYPEF    PICTURE X.
           02  FILLER REDEFINES RTYPEF.
             03 RTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RTYPEI  PIC X(1).
       01  MINIMAPO REDEFINES MINIMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  COAGEC    PICTURE X.
           02  COAGEH    PICTURE X.
           02  COAGEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RTYPEC    PICTURE X.
           02  RTYPEH    PICTURE X.
           02  RTYPEO  PIC X(1).
