      *****************************************************************
      * CONSLED.CPY - consignment movement ledger record layout. One
      * line appended to CONSIGN_LEDGER.DAT by INV_UPDATE for every
      * movement of a consignment item's stock (CONSREC.CPY): the
      * receipt that put it on our shelves, the sale that made it
      * ours and owed to the supplier, a return that gave it back,
      * and a count correction. CONSIGN_STMT reads the month's sales
      * and returns back to settle with each supplier.
      *****************************************************************
       01  CG-RECORD.
           05  CG-MOVE-DATE             PIC 9(8).
      * The consigning supplier when the movement happened, so a
      * later change of supplier does not move the debt.
           05  CG-SUPPLIER-CODE         PIC X(4).
           05  CG-ITEM-CODE             PIC X(8).
           05  CG-STORE-CODE            PIC X(4).
      * INV_UPDATE's transaction type: 'G' receipt, 'S' sale, 'R'
      * return, 'A' count correction.
           05  CG-TRAN-TYPE             PIC X.
               88  CG-IS-RECEIPT        VALUE 'G'.
               88  CG-IS-SALE           VALUE 'S'.
               88  CG-IS-RETURN         VALUE 'R'.
               88  CG-IS-ADJUSTMENT     VALUE 'A'.
      * Positive into the consignment balance, negative out of it.
           05  CG-QTY                   PIC S9(7)V99 SIGN IS LEADING
                                         SEPARATE.
           05  CG-AGREED-COST           PIC 9(7)V99.
           05  CG-BALANCE-AFTER         PIC S9(7)V99 SIGN IS LEADING
                                         SEPARATE.
           05  CG-REASON-CODE           PIC X(2).
