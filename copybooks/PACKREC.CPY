      *****************************************************************
      * PACKREC.CPY - purchase unit record layout, maintained by
      * PACK_MAINT and keyed on item and supplier: the unit the
      * supplier sells the item to us in (CASE, TRAY, EACH ...) and
      * how many selling units make one of it. PO_SUGGEST rounds
      * its proposals up to whole purchase units with it, and
      * GOODS_RECEIPT converts deliveries keyed in purchase units
      * back to selling units. No record means the supplier sells
      * the item singly.
      *****************************************************************
       01  PK-RECORD.
           05  PK-KEY.
               10  PK-ITEM-CODE     PIC X(8).
               10  PK-SUPPLIER-CODE PIC X(4).
           05  PK-PURCH-UOM         PIC X(4).
           05  PK-CASE-PACK         PIC 9(4).
