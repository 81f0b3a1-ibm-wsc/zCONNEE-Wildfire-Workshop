      *----------------------------------------------------------------*
      *  COMPLNT - customer complaints register, one record per        *
      *  complaint, keyed by the complaint number the CMPMNT           *
      *  transaction assigns when the complaint is logged. The record  *
      *  keyed by complaint number zero is the number-range control    *
      *  record, carrying the next number to assign in its             *
      *  COMPLNT-OPENED-BY column positions (the ORDHIST precedent).   *
      *  Each complaint names the FileA NUMB of the customer and, when *
      *  it is about one, the loan, catalog order or trade involved;   *
      *  the customer's CUSTXREF identities must cover it. A catalog   *
      *  order reference is the order number and line (nnnnnnnnll).    *
      *  The response deadline is set when the complaint is logged, a  *
      *  fixed number of days after it was received. CUST360 shows     *
      *  the customer's open count, CMPAGE ages the open complaints    *
      *  weekly and CMPTRND trends them monthly by category, tying     *
      *  catalog complaints to the RETCRED return reasons.             *
      *  FILEAMRG re-points a merged-away customer's complaints to the *
      *  survivor, keeping the first NUMB in COMPLNT-MERGED-FROM.      *
      *  PURGEID blocks out the NUMB, link and free text of an erased  *
      *  party's complaints, leaving the handling record itself for    *
      *  the regulator; SUBJRPT lists them in the subject-access pack. *
      *                                                                *
      *  Categories:                                                   *
      *    SERV service or staff        PROD product or goods          *
      *    DELV delivery                CHRG fees, charges, billing    *
      *    ADVC advice or mis-selling   DATA data or privacy           *
      *    OTHR anything else                                          *
      *  Root-cause codes:                                             *
      *    STAF staff error             PROC process failure           *
      *    SYST system error            THRD carrier or supplier       *
      *    PROD product defect          NOFT no fault found            *
      *----------------------------------------------------------------*
       01  COMPLNT-RECORD.
           05  COMPLNT-KEY.
               10  COMPLNT-NUMBER         PIC 9(08).
           05  COMPLNT-NUMB               PIC X(06).
           05  COMPLNT-STATUS             PIC X(01).
               88  COMPLNT-LOGGED         VALUE 'O'.
               88  COMPLNT-IN-HAND        VALUE 'W'.
               88  COMPLNT-CLOSED         VALUE 'C'.
               88  COMPLNT-OPEN           VALUE 'O' 'W'.
           05  COMPLNT-CHANNEL            PIC X(01).
               88  COMPLNT-BY-PHONE       VALUE 'P'.
               88  COMPLNT-BY-LETTER      VALUE 'L'.
               88  COMPLNT-BY-OTHER       VALUE 'O'.
               88  COMPLNT-CHANNEL-VALID  VALUE 'P' 'L' 'O'.
           05  COMPLNT-CATEGORY           PIC X(04).
               88  COMPLNT-CATEGORY-VALID VALUE 'SERV' 'PROD' 'DELV'
                                                'CHRG' 'ADVC' 'DATA'
                                                'OTHR'.
           05  COMPLNT-LINK-TYPE          PIC X(01).
               88  COMPLNT-NO-LINK        VALUE SPACE.
               88  COMPLNT-ABOUT-LOAN     VALUE 'L'.
               88  COMPLNT-ABOUT-ORDER    VALUE 'O'.
               88  COMPLNT-ABOUT-TRADE    VALUE 'T'.
               88  COMPLNT-LINK-VALID     VALUE SPACE 'L' 'O' 'T'.
           05  COMPLNT-LINK-REF           PIC X(16).
           05  COMPLNT-ORDER-REF REDEFINES COMPLNT-LINK-REF.
               10  COMPLNT-ORDER-NUMBER   PIC 9(08).
               10  COMPLNT-ORDER-LINE     PIC 9(02).
               10  FILLER                 PIC X(06).
           05  COMPLNT-RECEIVED-DATE      PIC 9(08).
           05  COMPLNT-DEADLINE-DATE      PIC 9(08).
           05  COMPLNT-SUMMARY            PIC X(60).
           05  COMPLNT-OPENED-BY          PIC X(08).
           05  COMPLNT-NEXT-NUMBER REDEFINES COMPLNT-OPENED-BY
                                          PIC 9(08).
           05  COMPLNT-OPENED-AT          PIC X(16).
           05  COMPLNT-UPDATED-BY         PIC X(08).
           05  COMPLNT-UPDATED-AT         PIC X(16).
           05  COMPLNT-ROOT-CAUSE         PIC X(04).
               88  COMPLNT-CAUSE-VALID    VALUE 'STAF' 'PROC' 'SYST'
                                                'THRD' 'PROD' 'NOFT'.
           05  COMPLNT-OUTCOME            PIC X(01).
               88  COMPLNT-UPHELD         VALUE 'U'.
               88  COMPLNT-PART-UPHELD    VALUE 'P'.
               88  COMPLNT-NOT-UPHELD     VALUE 'N'.
               88  COMPLNT-OUTCOME-VALID  VALUE 'U' 'P' 'N'.
           05  COMPLNT-REDRESS-PAID       PIC 9(07)V99.
           05  COMPLNT-CLOSED-BY          PIC X(08).
           05  COMPLNT-CLOSED-DATE        PIC 9(08).
           05  COMPLNT-UPDATE-COUNT       PIC 9(04).
           05  COMPLNT-LAST-NOTE          PIC X(60).
           05  COMPLNT-MERGED-FROM        PIC X(06).
           05  FILLER                     PIC X(14).
