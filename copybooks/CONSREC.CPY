      *****************************************************************
      * CONSREC.CPY - consignment agreement record layout, maintained
      * by CONSIGN_MAINT and keyed on the item. An item on this file
      * is stocked on consignment: the supplier named here owns the
      * stock on our shelves until it sells, and we owe them the
      * agreed cost for each unit sold. INV_UPDATE books receipts,
      * sales, returns and count corrections of the item against
      * CN-CONSIGN-QTY instead of the item master's own stock, so
      * none of it is ever in our valuation or the GL inventory
      * figure, and journals every movement to CONSIGN_LEDGER.DAT
      * (CONSLED.CPY), from which CONSIGN_STMT settles each month.
      *****************************************************************
       01  CN-RECORD.
           05  CN-ITEM-CODE             PIC X(8).
           05  CN-SUPPLIER-CODE         PIC X(4).
      * What we pay the supplier for each unit sold, per selling
      * unit; also the cost of sales the item's history carries.
           05  CN-AGREED-COST           PIC 9(7)V99.
      * The supplier's stock on our shelves, company-wide.
           05  CN-CONSIGN-QTY           PIC S9(7)V99.
           05  CN-START-DATE            PIC 9(8).
