      *      VSAM file keyed by SUPPLIER-REF (see SUPPLIER.cpy),       *
      *      following the same request/response commarea style as    *
      *      PARTMSTR's parts handling, so the buyers can correct a   *
      *      lead time without a file edit. The same transaction       *
      *      keeps each part's approved suppliers and their quotes on  *
      *      the PARTSRC sourcing file (see PARTSRC.cpy) that PARTREPL *
      *      chooses a requisition's supplier from.                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *

      * Constants
       01 WS-FILENAME                  PIC X(8)  VALUE 'SUPPFILE'.
       01 WS-SOURCING-FILE             PIC X(8)  VALUE 'PARTSRC '.
       01 WS-PART-FILE                 PIC X(8)  VALUE 'PARTFILE'.

      * Today, for the quote expiry check and the date quoted
       01 WS-ABS-TIME                  PIC S9(15) COMP-3.
       01 WS-TODAY                     PIC X(08).

      * Record area used for CICS file I/O against the supplier file
       COPY SUPPLIER.

      * Record areas for the sourcing quotes and the part they are for
       COPY PARTSRC.
       COPY PART.

      *----------------------------------------------------------------*

      ******************************************************************

           EVALUATE CA-REQUEST-ID
               WHEN '02ADD'
                   PERFORM SUPPLIER-ADD THRU SUPPLIER-ADD-DONE
               WHEN '02UPD'
                   PERFORM SUPPLIER-UPDATE
               WHEN '02INQ'
                   PERFORM SUPPLIER-INQUIRE
               WHEN '02QUOT'
                   PERFORM QUOTE-RECORD THRU QUOTE-RECORD-DONE
               WHEN '02QDEL'
                   PERFORM QUOTE-WITHDRAW
               WHEN '02QINQ'
                   PERFORM QUOTE-INQUIRE
               WHEN OTHER
                   PERFORM REQUEST-NOT-RECOGNISED
           END-EVALUATE
                                          CA-RESPONSE-MESSAGE
           END-EVALUATE.

      *================================================================*
      * Procedure to add or replace a supplier's quote for a part on   *
      * the sourcing file. Part and supplier must both be on file, the *
      * price above zero and the quote not already expired.            *
      *================================================================*
        QUOTE-RECORD.
           IF CA-QUOTE-PART-KEY IS EQUAL TO SPACES
              OR CA-QUOTE-SUPPLIER IS EQUAL TO SPACES
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'PART KEY AND SUPPLIER REF REQUIRED' TO
                                          CA-RESPONSE-MESSAGE
               GO TO QUOTE-RECORD-DONE
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC

           IF CA-QUOTE-UNIT-PRICE IS NOT NUMERIC
              OR CA-QUOTE-UNIT-PRICE IS EQUAL TO ZERO
              OR CA-QUOTE-MIN-ORDER-QTY IS NOT NUMERIC
              OR CA-QUOTE-EXPIRY-DATE IS NOT NUMERIC
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'QUOTED PRICE, MINIMUM QTY AND EXPIRY REQUIRED' TO
                                          CA-RESPONSE-MESSAGE
               GO TO QUOTE-RECORD-DONE
           END-IF
           IF CA-QUOTE-EXPIRY-DATE IS LESS THAN WS-TODAY
               MOVE 23 TO CA-RETURN-CODE
               MOVE 'QUOTE EXPIRY DATE IS IN THE PAST' TO
                                          CA-RESPONSE-MESSAGE
               GO TO QUOTE-RECORD-DONE
           END-IF

           MOVE CA-QUOTE-PART-KEY TO PART-KEY
           EXEC CICS READ FILE(WS-PART-FILE)
                          INTO(PART-REC)
                          RIDFLD(PART-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'PART NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO QUOTE-RECORD-DONE
           END-IF

           MOVE CA-QUOTE-SUPPLIER TO SUPPLIER-REF
           EXEC CICS READ FILE(WS-FILENAME)
                          INTO(SUPPLIER-RECORD)
                          RIDFLD(SUPPLIER-KEY OF SUPPLIER-RECORD)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 20 TO CA-RETURN-CODE
               MOVE 'SUPPLIER NOT FOUND' TO CA-RESPONSE-MESSAGE
               GO TO QUOTE-RECORD-DONE
           END-IF

           MOVE CA-QUOTE-PART-KEY TO PARTSRC-PART-KEY
           MOVE CA-QUOTE-SUPPLIER TO PARTSRC-SUPPLIER
           EXEC CICS READ FILE(WS-SOURCING-FILE)
                          UPDATE
                          INTO(PARTSRC-RECORD)
                          RIDFLD(PARTSRC-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM QUOTE-FROM-COMMAREA
                   EXEC CICS REWRITE FILE(WS-SOURCING-FILE)
                                     FROM(PARTSRC-RECORD)
                                     RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                       MOVE 'QUOTE REPLACED' TO CA-RESPONSE-MESSAGE
                   ELSE
                       MOVE 22 TO CA-RETURN-CODE
                       MOVE 'ERROR UPDATING QUOTE' TO
                                              CA-RESPONSE-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE CA-QUOTE-PART-KEY TO PARTSRC-PART-KEY
                   MOVE CA-QUOTE-SUPPLIER TO PARTSRC-SUPPLIER
                   PERFORM QUOTE-FROM-COMMAREA
                   EXEC CICS WRITE FILE(WS-SOURCING-FILE)
                                   FROM(PARTSRC-RECORD)
                                   RIDFLD(PARTSRC-KEY)
                                   RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                       MOVE 'QUOTE ADDED' TO CA-RESPONSE-MESSAGE
                   ELSE
                       MOVE 21 TO CA-RETURN-CODE
                       MOVE 'ERROR ADDING QUOTE' TO
                                              CA-RESPONSE-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR READING QUOTE' TO
                                          CA-RESPONSE-MESSAGE
           END-EVALUATE.
        QUOTE-RECORD-DONE.
           EXIT.

        QUOTE-FROM-COMMAREA.
           MOVE CA-QUOTE-UNIT-PRICE TO PARTSRC-UNIT-PRICE
           MOVE CA-QUOTE-MIN-ORDER-QTY TO PARTSRC-MIN-ORDER-QTY
           MOVE CA-QUOTE-EXPIRY-DATE TO PARTSRC-EXPIRY-DATE
           MOVE WS-TODAY TO PARTSRC-QUOTE-DATE.

      *================================================================*
      * Procedure to withdraw a supplier from a part's approved list   *
      *================================================================*
        QUOTE-WITHDRAW.
           MOVE CA-QUOTE-PART-KEY TO PARTSRC-PART-KEY
           MOVE CA-QUOTE-SUPPLIER TO PARTSRC-SUPPLIER

           EXEC CICS DELETE FILE(WS-SOURCING-FILE)
                            RIDFLD(PARTSRC-KEY)
                            RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'QUOTE WITHDRAWN' TO CA-RESPONSE-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE 'QUOTE NOT FOUND' TO CA-RESPONSE-MESSAGE
               WHEN OTHER
                   MOVE 22 TO CA-RETURN-CODE
                   MOVE 'ERROR WITHDRAWING QUOTE' TO
                                          CA-RESPONSE-MESSAGE
           END-EVALUATE.

      *================================================================*
      * Procedure to inquire on a supplier's quote for a part          *
      *================================================================*
        QUOTE-INQUIRE.
           MOVE CA-QUOTE-PART-KEY TO PARTSRC-PART-KEY
           MOVE CA-QUOTE-SUPPLIER TO PARTSRC-SUPPLIER

           EXEC CICS READ FILE(WS-SOURCING-FILE)
                          INTO(PARTSRC-RECORD)
                          RIDFLD(PARTSRC-KEY)
                          RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE PARTSRC-UNIT-PRICE TO CA-QUOTE-UNIT-PRICE
                   MOVE PARTSRC-MIN-ORDER-QTY TO
                                     CA-QUOTE-MIN-ORDER-QTY
                   MOVE PARTSRC-EXPIRY-DATE TO CA-QUOTE-EXPIRY-DATE
                   MOVE PARTSRC-QUOTE-DATE TO CA-QUOTE-DATE
                   MOVE 'QUOTE FOUND' TO CA-RESPONSE-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 20 TO CA-RETURN-CODE
                   MOVE 'QUOTE NOT FOUND' TO CA-RESPONSE-MESSAGE
               WHEN OTHER
                   MOVE 21 TO CA-RETURN-CODE
                   MOVE 'ERROR READING QUOTE' TO
                                          CA-RESPONSE-MESSAGE
           END-EVALUATE.

      *================================================================*
      * Procedure to handle unknown requests                           *
      *================================================================*
