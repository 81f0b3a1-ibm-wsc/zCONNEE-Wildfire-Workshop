      *----------------------------------------------------------------*
      *  TAXFILED - what the interest and dividend information return  *
      *  last told the tax authority for a customer and tax year,      *
      *  written by TAXINFO. The original filing writes one per        *
      *  customer filed (FILING-SEQ 00); an amended run compares the   *
      *  year's figures again and files a correction for any customer  *
      *  whose amounts or tax id have changed since, or who was left   *
      *  off earlier for missing details, updating the record with     *
      *  the amendment number. CHECKED-STAMP marks the run that last   *
      *  looked at the record, so an amended run can find customers    *
      *  filed before who no longer have any income for the year.      *
      *----------------------------------------------------------------*
       01  TAXFILED-RECORD.
           05  TAXFILED-KEY.
               10  TAXFILED-TAX-YEAR  PIC 9(04).
               10  TAXFILED-USERID    PIC X(60).
           05  TAXFILED-TAX-ID        PIC X(11).
           05  TAXFILED-INTEREST      PIC 9(11)V99.
           05  TAXFILED-DIVIDENDS     PIC 9(11)V99.
           05  TAXFILED-FILED-DATE    PIC 9(08).
           05  TAXFILED-FILING-SEQ    PIC 9(02).
           05  TAXFILED-CHECKED-STAMP PIC 9(14).
           05  FILLER                 PIC X(10).
