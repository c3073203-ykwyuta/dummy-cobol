      * IM-STOCK-QTY -- so DISPOSITION can finally say WHICH store
      * is sitting on the breakage.
           05  SS-DAMAGED-QTY       PIC S9(7)V99.
      * The part of SS-STOCK-QTY held back for customer orders
      * awaiting collection (CUST_ORDER, CORDREC.CPY). It is still
      * the store's stock, but no walk-in sale, transfer or
      * replenishment may count on it.
           05  SS-RESERVED-QTY      PIC S9(7)V99.
