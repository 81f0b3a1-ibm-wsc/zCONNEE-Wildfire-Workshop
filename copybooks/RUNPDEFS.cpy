      *----------------------------------------------------------------*
      *  RUNPDEFS - the parameters RUNPARM may hold: the program and   *
      *  parameter name, the edit RUNPMNT applies to a new value and   *
      *  its length, and where the program takes the value from when   *
      *  the registry has none in force (its fallback), for the        *
      *  RUNPRPT listing. Edit types:                                  *
      *    'N' whole number, held zero-filled to the full length       *
      *    'T' time of day, hhmm                                       *
      *    'D' date, yyyymmdd                                          *
      *    'C' code, any characters up to the length                   *
      *  The ATSFILEA quiesce window is read by CSCVINC as well, so    *
      *  both FileA front ends hold off together. DIVPAYDATE reruns a  *
      *  missed payment day: DIVPAY honours it only on the day it is   *
      *  effective, never as a standing value.                         *
      *  A parameter added to a program is added here, with the        *
      *  RUNPDEFS-COUNT raised to match.                               *
      *----------------------------------------------------------------*
       01  RUNPDEFS-VALUES.
           05  FILLER  PIC X(27) VALUE 'ATSFILEAATSQUIESCEFROM  T04'.
           05  FILLER  PIC X(33) VALUE
               'ENV ATSQUIESCEFROM, NO WINDOW    '.
           05  FILLER  PIC X(27) VALUE 'ATSFILEAATSQUIESCETO    T04'.
           05  FILLER  PIC X(33) VALUE
               'ENV ATSQUIESCETO, NO WINDOW      '.
           05  FILLER  PIC X(27) VALUE 'LOANCICSLOANDUPDAYS     N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV LOANDUPDAYS, 30 DAYS         '.
           05  FILLER  PIC X(27) VALUE 'LOANCICSLOANOFFERDAYS   N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV LOANOFFERDAYS, 14 DAYS       '.
           05  FILLER  PIC X(27) VALUE 'APIPROBEAPIPROBENUMB    N06'.
           05  FILLER  PIC X(33) VALUE
               'ENV APIPROBENUMB, 999999         '.
           05  FILLER  PIC X(27) VALUE 'FILEAMRGFILEAMRGOVRD    C08'.
           05  FILLER  PIC X(33) VALUE
               'ENV FILEAMRGOVRD, NO OVERRIDE    '.
           05  FILLER  PIC X(27) VALUE 'DIVPAY  DIVPAYDATE      D08'.
           05  FILLER  PIC X(33) VALUE
               'ENV DIVPAYDATE, RUN DATE         '.
           05  FILLER  PIC X(27) VALUE 'WATCHSCNWATCHSCNDEF     N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV WATCHSCNDEF, 5 PERCENT       '.
           05  FILLER  PIC X(27) VALUE 'HBMON   STALEMINUTES    N03'.
           05  FILLER  PIC X(33) VALUE
               'PARM MMM, 5 MINUTES              '.
           05  FILLER  PIC X(27) VALUE 'HBMON   RETRYTHRESHOLD  N03'.
           05  FILLER  PIC X(33) VALUE
               'PARM RRR, 10 RETRIES             '.
           05  FILLER  PIC X(27) VALUE 'SECRPT  OPENTIME        T04'.
           05  FILLER  PIC X(33) VALUE
               'PARM HHMM, 0800                  '.
           05  FILLER  PIC X(27) VALUE 'SECRPT  CLOSETIME       T04'.
           05  FILLER  PIC X(33) VALUE
               'PARM HHMM, 1800                  '.
           05  FILLER  PIC X(27) VALUE 'OVNTRENDBATCHDEADLINE   T04'.
           05  FILLER  PIC X(33) VALUE
               'PARM HHMM, 0600                  '.
           05  FILLER  PIC X(27) VALUE 'OVNTRENDSLOWPERCENT     N03'.
           05  FILLER  PIC X(33) VALUE
               'PARM PPP, 25 PERCENT             '.
           05  FILLER  PIC X(27) VALUE 'ACCRXTR CERTDAYS        N03'.
           05  FILLER  PIC X(33) VALUE
               'PARM DDD, 21 DAYS                '.
           05  FILLER  PIC X(27) VALUE 'ACCRXTR DEFAULTREVIEWER C08'.
           05  FILLER  PIC X(33) VALUE
               'REVIEWER SECURITY                '.
           05  FILLER  PIC X(27) VALUE 'SURVSCANSURVCHURNPCT    N03'.
           05  FILLER  PIC X(33) VALUE
               '5 PERCENT                        '.
           05  FILLER  PIC X(27) VALUE 'SURVSCANSURVMOVEPCT     N03'.
           05  FILLER  PIC X(33) VALUE
               '10 PERCENT                       '.
           05  FILLER  PIC X(27) VALUE 'SURVSCANSURVMOVEDAYS    N03'.
           05  FILLER  PIC X(33) VALUE
               '5 DAYS                           '.
           05  FILLER  PIC X(27) VALUE 'SURVSCANSURVMOVEBUYS    N03'.
           05  FILLER  PIC X(33) VALUE
               '2 BUYS                           '.
           05  FILLER  PIC X(27) VALUE 'SURVSCANSURVLARGEPCT    N03'.
           05  FILLER  PIC X(33) VALUE
               '25 PERCENT                       '.
           05  FILLER  PIC X(27) VALUE 'VOLCALC VOLCLOSES       N03'.
           05  FILLER  PIC X(33) VALUE
               '20 CLOSES                        '.
           05  FILLER  PIC X(27) VALUE 'MARGRUN MARGCALLDAYS    N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV MARGCALLDAYS, 3 DAYS         '.
           05  FILLER  PIC X(27) VALUE 'LOANCICSLOANPAYOFFDAYS  N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV LOANPAYOFFDAYS, 10 DAYS      '.
           05  FILLER  PIC X(27) VALUE 'LOANFEE LATEFEE         N05'.
           05  FILLER  PIC X(33) VALUE
               'ENV LATEFEE, 25                  '.
           05  FILLER  PIC X(27) VALUE 'LOANFEE GRACEDAYS       N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV GRACEDAYS, 5 DAYS            '.
           05  FILLER  PIC X(27) VALUE 'LOANDD  DDRETRYDAYS     N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV DDRETRYDAYS, 3 DAYS          '.
           05  FILLER  PIC X(27) VALUE 'LOANBUR BURSUBSCRIBER   C10'.
           05  FILLER  PIC X(33) VALUE
               'ENV BURSUBSCRIBER, NONE - RC 16  '.
           05  FILLER  PIC X(27) VALUE 'LOANBUR BURCLOSEDAYS    N03'.
           05  FILLER  PIC X(33) VALUE
               'ENV BURCLOSEDAYS, 90 DAYS        '.
       01  RUNPDEFS-TABLE REDEFINES RUNPDEFS-VALUES.
           05  RUNPDEFS-ENTRY OCCURS 29 TIMES
                               INDEXED BY RUNPDEFS-IX.
               10  RUNPDEFS-PROGRAM   PIC X(08).
               10  RUNPDEFS-NAME      PIC X(16).
               10  RUNPDEFS-TYPE      PIC X(01).
                   88  RUNPDEFS-NUMERIC   VALUE 'N'.
                   88  RUNPDEFS-TIME      VALUE 'T'.
                   88  RUNPDEFS-DATE      VALUE 'D'.
                   88  RUNPDEFS-CODE      VALUE 'C'.
               10  RUNPDEFS-LENGTH    PIC 9(02).
               10  RUNPDEFS-FALLBACK  PIC X(33).
       01  RUNPDEFS-COUNT             PIC 9(04) COMP VALUE 29.
