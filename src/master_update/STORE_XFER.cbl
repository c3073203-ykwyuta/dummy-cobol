      * is untouched because the goods never leave the company. A
      * transfer that would drive the sending store negative is
      * rejected the same way INV_UPDATE's status "02" protects the
      * master -- stock the sender holds reserved for customer
      * orders counts as not there -- and the dispatch side of every
      * applied transfer is written to INV_AUDIT.LOG (type 'T'); the
      * receipt side follows from XFER_RECEIVE when it lands.
      *
      * The feed carries the same controls as the sales and
      * goods-inward feeds: a "0000" identity header checked
      * before anything moves -- a truncated transfer file is
      * rejected whole, and a re-run cannot move the stock twice.
      * The feed's disposition lands on the control listing.
      *
      * PICK_LIST reads the same feed first and prints the
      * warehouse pick lists, by destination in bin-location order.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-TRANSFER
           END-IF.
           IF SS-RESERVED-QTY > 0
                   AND SS-STOCK-QTY - XF-QTY < SS-RESERVED-QTY
               MOVE "Transfer would take reserved order stock." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-TRANSFER
           END-IF.

           MOVE SS-STOCK-QTY TO WS-FROM-BEFORE-QTY.
           COMPUTE SS-STOCK-QTY = SS-STOCK-QTY - XF-QTY.
