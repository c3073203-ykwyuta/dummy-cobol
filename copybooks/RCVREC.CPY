      *****************************************************************
      * RCVREC.CPY - received-goods journal record layout. One line
      * appended by GOODS_RECEIPT for every delivery line it books
      * into stock: where and when it landed, the quantity and the
      * unit cost the delivery note carried (GI-UNIT-COST) -- both
      * in selling units, a line keyed in cases having been
      * converted through its case pack -- the supplier's delivery
      * reference, the PO and PO line it was received against (zero
      * for a NOPO=ALLOW booking), and the identity of the feed that
      * carried it (the GR_POSTREG.IDX key). INVOICE_MATCH matches
      * supplier invoices against it. RV-UNIT-COST is always in the
      * base currency; a delivery costed in the supplier's own
      * currency keeps that currency, its unit cost in it and the
      * rate it was converted at alongside.
      *****************************************************************
       01  RCV-RECORD.
           05  RV-RECEIPT-DATE      PIC 9(8).
           05  RV-STORE-CODE        PIC X(4).
           05  RV-ITEM-CODE         PIC X(8).
           05  RV-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
           05  RV-UNIT-COST         PIC 9(7)V99.
           05  RV-DELIVERY-REF      PIC X(10).
           05  RV-PO-NUMBER         PIC 9(8).
           05  RV-PO-LINE           PIC 9(3).
           05  RV-FEED-DATE         PIC 9(8).
           05  RV-FEED-SEQ          PIC 9(4).
      * Appended -- blank/zero on lines booked before deliveries
      * carried a currency, which were all in the base currency.
           05  RV-CURRENCY-CODE     PIC X(3).
           05  RV-ORIG-UNIT-COST    PIC 9(7)V99.
           05  RV-EXCH-RATE         PIC 9(3)V9(6).
