      * against the shortfall by LOW_STOCK and PO_SUGGEST so an item
      * already on a truck is not proposed again, and relieved by
      * GOODS_RECEIPT when the delivery is booked into stock.
      * OO-PO-REF reads "SUGGESTED" until PO_RAISE turns the
      * suggestion into a purchase order, then carries the PO
      * number (left-justified, 8 digits) that GOODS_RECEIPT
      * relieves and PO_MAINT releases on cancel or close.
      *****************************************************************
       01  ON-ORDER-RECORD.
           05  OO-ITEM-CODE         PIC X(8).
