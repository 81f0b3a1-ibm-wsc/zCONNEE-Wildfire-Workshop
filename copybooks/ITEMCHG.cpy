      *----------------------------------------------------------------*
      *  ITEMCHG - one record per catalog item field set or changed by *
      *  the catalog's item maintenance requests: 01ITMA adds an item  *
      *  (one record per field it was created with, old value blank),  *
      *  01ITMC changes its description, department, cost or supplier, *
      *  and 01ITMD discontinues it. CATRAPLY logs the reorder point   *
      *  and quantity changes the buyers approve, under the approving  *
      *  buyer's userid. Old and new values are held as they read on   *
      *  the catalog record. The ITEMCRPT weekly report lists them.    *
      *  The date is yyyymmdd so a week reads in key order.            *
      *----------------------------------------------------------------*
       01  ITEMCHG-RECORD.
           05  ITEMCHG-KEY.
               10  ITEMCHG-DATE           PIC X(08).
               10  ITEMCHG-TIME           PIC X(06).
               10  ITEMCHG-ITEM-REF       PIC 9(04).
               10  ITEMCHG-FIELD-CODE     PIC X(01).
                   88  ITEMCHG-FLD-DESCRIPTION    VALUE 'N'.
                   88  ITEMCHG-FLD-DEPARTMENT     VALUE 'D'.
                   88  ITEMCHG-FLD-COST           VALUE 'C'.
                   88  ITEMCHG-FLD-REORDER-POINT  VALUE 'R'.
                   88  ITEMCHG-FLD-STATUS         VALUE 'S'.
                   88  ITEMCHG-FLD-SUPPLIER       VALUE 'U'.
                   88  ITEMCHG-FLD-REORDER-QTY    VALUE 'Q'.
           05  ITEMCHG-ACTION             PIC X(01).
               88  ITEMCHG-ITEM-ADDED         VALUE 'A'.
               88  ITEMCHG-ITEM-CHANGED       VALUE 'C'.
               88  ITEMCHG-ITEM-DISCONTINUED  VALUE 'D'.
           05  ITEMCHG-USERID             PIC X(08).
           05  ITEMCHG-OLD-VALUE          PIC X(40).
           05  ITEMCHG-NEW-VALUE          PIC X(40).
           05  FILLER                     PIC X(12).
