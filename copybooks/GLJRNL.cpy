      *----------------------------------------------------------------*
      *  GLJRNL - the daily general-ledger journal released by GLFEED. *
      *  One header carrying the journal date, a debit and a credit    *
      *  line per feed source with activity that day, and a trailer    *
      *  carrying the line count and the debit and credit totals,      *
      *  which are always equal: an out-of-balance journal is never    *
      *  written. SOURCE-COUNT is the number of source records the     *
      *  line's amount was summed from.                                *
      *----------------------------------------------------------------*
       01  GLJRNL-RECORD.
           05  GLJRNL-TYPE            PIC X(01).
               88  GLJRNL-HEADER           VALUE 'H'.
               88  GLJRNL-DETAIL-LINE      VALUE 'D'.
               88  GLJRNL-TRAILER          VALUE 'T'.
           05  GLJRNL-JOURNAL-DATE    PIC 9(08).
           05  GLJRNL-DETAIL.
               10  GLJRNL-LINE-NUMBER PIC 9(04).
               10  GLJRNL-SOURCE      PIC X(08).
               10  GLJRNL-ACCOUNT     PIC X(10).
               10  GLJRNL-DR-CR       PIC X(01).
                   88  GLJRNL-DEBIT        VALUE 'D'.
                   88  GLJRNL-CREDIT       VALUE 'C'.
               10  GLJRNL-AMOUNT      PIC 9(13)V99.
               10  GLJRNL-DESCRIPTION PIC X(30).
               10  GLJRNL-SOURCE-COUNT
                                      PIC 9(07).
           05  GLJRNL-TRAILER-DATA REDEFINES GLJRNL-DETAIL.
               10  GLJRNL-LINE-COUNT  PIC 9(04).
               10  GLJRNL-TOTAL-DEBITS
                                      PIC 9(13)V99.
               10  GLJRNL-TOTAL-CREDITS
                                      PIC 9(13)V99.
               10  FILLER             PIC X(41).
           05  FILLER                 PIC X(16).
