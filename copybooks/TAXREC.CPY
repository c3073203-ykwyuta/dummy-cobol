      *****************************************************************
      * TAXREC.CPY - sales-tax rate record layout, maintained by
      * TAX_MAINT in TAX_RATE.DAT. The rate charged on a sale is set
      * by where the store is (ST-TAX-REGION on the store master) and
      * what kind of product it is (IM-TAX-CLASS on the item master,
      * e.g. FD food, CL clothing, GN general merchandise). Rates are
      * dated rather than overwritten: TAX_LOOKUP picks the entry
      * with the latest effective date on or before the date asked
      * for, so a rate change is an add of a new effective date and
      * no item record is touched. A rate of zero is a real rate (a
      * zero-rated class), not a missing one.
      *****************************************************************
       01  TX-RECORD.
           05  TX-TAX-REGION        PIC X(4).
           05  TX-TAX-CLASS         PIC X(2).
           05  TX-TAX-RATE          PIC 9(2)V99.
           05  TX-EFFECTIVE-DATE    PIC 9(8).
