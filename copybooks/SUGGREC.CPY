      *****************************************************************
      * SUGGREC.CPY - suggested purchase-order record layout, written
      * by PO_SUGGEST grouped by supplier (the no-supplier
      * exceptions last) and read by PO_RAISE, which turns the
      * suggestions purchasing has approved into numbered purchase
      * orders.
      *****************************************************************
       01  SUGGEST-RECORD.
           05  SP-ITEM-CODE         PIC X(8).
           05  SP-ORDER-QTY         PIC 9(5).
           05  SP-EXPECTED-COST     PIC 9(9)V99.
           05  SP-SUGGEST-DATE      PIC 9(8).
           05  SP-SUPPLIER-CODE     PIC X(4).
      * The supplier's purchase unit (PACK_SIZE.IDX) the quantity
      * was rounded to -- SP-ORDER-QTY stays in selling units and is
      * always a whole number of them. Blank on older files.
           05  SP-PURCH-UOM         PIC X(4).
           05  SP-CASE-PACK         PIC 9(4).
