      *  C360MAP - BMS map for CUST360, the customer 360 inquiry      *
      *  screen. Operator keys in the FileA NUMB and ENTER to see the *
      *  FILEA record, the loan decisions and open offers, the        *
      *  catalog orders, the trader holdings and cash balance and the *
      *  count of open complaints on one screen; action X saves the   *
      *  cross-reference identities keyed on that NUMB. Field layout  *
      *  follows the same DFHMDF-generated shape as FILEAMAP -- every *
      *  field gets a full L/F/A/I group in C360MAPI so C360MAPI and  *
      *  C360MAPO line up byte for byte.                              *
      *----------------------------------------------------------------*
       01  C360MAPI.
           02  FILLER PIC X(12).
             03 TRD3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRD3I  PIC X(79).
           02  NOTE1L    COMP  PIC  S9(4).
           02  NOTE1F    PICTURE X.
           02  FILLER REDEFINES NOTE1F.
             03 NOTE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTE1I  PIC X(79).
           02  NOTE2L    COMP  PIC  S9(4).
           02  NOTE2F    PICTURE X.
           02  FILLER REDEFINES NOTE2F.
             03 NOTE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTE2I  PIC X(79).
           02  NOTE3L    COMP  PIC  S9(4).
           02  NOTE3F    PICTURE X.
           02  FILLER REDEFINES NOTE3F.
             03 NOTE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTE3I  PIC X(79).
           02  NOTE4L    COMP  PIC  S9(4).
           02  NOTE4F    PICTURE X.
           02  FILLER REDEFINES NOTE4F.
             03 NOTE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTE4I  PIC X(79).
           02  NOTE5L    COMP  PIC  S9(4).
           02  NOTE5F    PICTURE X.
           02  FILLER REDEFINES NOTE5F.
             03 NOTE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTE5I  PIC X(79).
           02  CMPL1L    COMP  PIC  S9(4).
           02  CMPL1F    PICTURE X.
           02  FILLER REDEFINES CMPL1F.
             03 CMPL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL1I  PIC X(79).
           02  STATUSL    COMP  PIC  S9(4).
           02  STATUSF    PICTURE X.
           02  FILLER REDEFINES STATUSF.
           02  TRD3H    PICTURE X.
           02  TRD3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  NOTE1C    PICTURE X.
           02  NOTE1H    PICTURE X.
           02  NOTE1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  NOTE2C    PICTURE X.
           02  NOTE2H    PICTURE X.
           02  NOTE2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  NOTE3C    PICTURE X.
           02  NOTE3H    PICTURE X.
           02  NOTE3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  NOTE4C    PICTURE X.
           02  NOTE4H    PICTURE X.
           02  NOTE4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  NOTE5C    PICTURE X.
           02  NOTE5H    PICTURE X.
           02  NOTE5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CMPL1C    PICTURE X.
           02  CMPL1H    PICTURE X.
           02  CMPL1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  STATUSC    PICTURE X.
           02  STATUSH    PICTURE X.
           02  STATUSO  PIC X(79).
