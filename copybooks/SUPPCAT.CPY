      *****************************************************************
      * SUPPCAT.CPY - supplier catalogue record layout, maintained by
      * CAT_MAINT and keyed on item, supplier and the date the quote
      * takes effect, so a new price can be loaded ahead of its date
      * without disturbing the one in force. For each item and
      * supplier the entry in force on a given day is the one with
      * the latest effective date not after it. SC-RANK orders an
      * item's suppliers: 1 the primary, 2 the first fallback, and
      * so on. PO_SUGGEST orders from the best-ranked active
      * supplier at its catalogue cost; COST_COMPARE shows who is
      * cheapest today. Costs are per selling unit.
      *****************************************************************
       01  SC-RECORD.
           05  SC-KEY.
               10  SC-ITEM-CODE     PIC X(8).
               10  SC-SUPPLIER-CODE PIC X(4).
               10  SC-EFFECTIVE-DATE PIC 9(8).
           05  SC-SUPP-PRODUCT      PIC X(15).
           05  SC-QUOTED-COST       PIC 9(7)V99.
           05  SC-RANK              PIC 9.
               88  SC-IS-PRIMARY    VALUE 1.
