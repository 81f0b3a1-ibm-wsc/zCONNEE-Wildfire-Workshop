      *----------------------------------------------------------------*
      *  SCRNKEY - working fields of the shared screening-key build    *
      *  SCRNKEYP. COPY this into WORKING-STORAGE of every program     *
      *  that COPYs SCRNKEYP, along with COPY SCRNPARM.                *
      *  Honorifics carry no identity and are left out of the key.     *
      *----------------------------------------------------------------*
       01  SCRNKEY-WORK-AREA.
           05  SCRNKEY-NAME-WORK          PIC X(60).
           05  SCRNKEY-RAW-WORDS.
               10  SCRNKEY-RAW-WORD       PIC X(20) OCCURS 8 TIMES.
           05  SCRNKEY-WORD-COUNT         PIC 9(02) COMP VALUE 0.
           05  SCRNKEY-KEPT-WORDS.
               10  SCRNKEY-KEPT-WORD      PIC X(20) OCCURS 8 TIMES.
           05  SCRNKEY-SWAP-WORD          PIC X(20).
           05  SCRNKEY-POINTER            PIC 9(03) COMP VALUE 1.
           05  SCRNKEY-I                  PIC 9(02) COMP VALUE 0.
           05  SCRNKEY-J                  PIC 9(02) COMP VALUE 0.
       01  SCRNKEY-HONORIFIC-VALUES.
           05  FILLER                     PIC X(06) VALUE 'MR    '.
           05  FILLER                     PIC X(06) VALUE 'MRS   '.
           05  FILLER                     PIC X(06) VALUE 'MS    '.
           05  FILLER                     PIC X(06) VALUE 'MISS  '.
           05  FILLER                     PIC X(06) VALUE 'DR    '.
           05  FILLER                     PIC X(06) VALUE 'SIR   '.
           05  FILLER                     PIC X(06) VALUE 'LORD  '.
           05  FILLER                     PIC X(06) VALUE 'LADY  '.
           05  FILLER                     PIC X(06) VALUE 'PROF  '.
           05  FILLER                     PIC X(06) VALUE 'REV   '.
       01  SCRNKEY-HONORIFIC-TABLE REDEFINES SCRNKEY-HONORIFIC-VALUES.
           05  SCRNKEY-HONORIFIC          PIC X(06) OCCURS 10 TIMES
                                          INDEXED BY SCRNKEY-HX.
