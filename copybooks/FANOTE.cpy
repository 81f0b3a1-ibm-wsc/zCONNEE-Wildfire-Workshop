      *----------------------------------------------------------------*
      *  FANOTE - dated contact notes held against a FileA customer,   *
      *  keyed by NUMB plus the time the note was written              *
      *  (yyyymmddhhmmsshh). Added by the 'N' verb in ATSFILEA and     *
      *  CSCVINC and listed, most recent first, by the 'R' verb; the   *
      *  five most recent are shown on the CUST360 screen.             *
      *                                                                *
      *  When FILEAMRG merges two customers the victim's notes are     *
      *  re-keyed to the survivor and MERGED-FROM keeps the NUMB they  *
      *  were written against. PURGEID removes every note for a NUMB; *
      *  SUBJRPT includes them in the subject access pack; RETAIN      *
      *  ages them out except for a NUMB under legal hold.             *
      *----------------------------------------------------------------*
       01  FANOTE-RECORD.
           05  FANOTE-KEY.
               10  FANOTE-NUMB        PIC X(06).
               10  FANOTE-TIMESTAMP   PIC X(16).
           05  FANOTE-CATEGORY        PIC X(01).
               88  FANOTE-CALL        VALUE 'C'.
               88  FANOTE-LETTER      VALUE 'L'.
               88  FANOTE-COMPLAINT   VALUE 'P'.
               88  FANOTE-FRAUD-ALERT VALUE 'F'.
               88  FANOTE-CATEGORY-VALID
                                      VALUE 'C' 'L' 'P' 'F'.
           05  FANOTE-USERID          PIC X(08).
           05  FANOTE-TEXT            PIC X(60).
           05  FANOTE-MERGED-FROM     PIC X(06).
