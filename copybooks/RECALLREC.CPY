      *****************************************************************
      * RECALLREC.CPY - product recall register record layout, keyed
      * on the recalled item and the business date the recall was
      * raised. RECALL_RUN writes one when it quarantines the item
      * and marks it closed, with the closing date, when the recall
      * is lifted -- so the register answers when every recall was
      * raised, what it caught, and when it ended.
      *****************************************************************
       01  RR-RECORD.
           05  RR-KEY.
               10  RR-ITEM-CODE     PIC X(8).
               10  RR-RAISED-DATE   PIC 9(8).
      * The supplier's or the authority's own recall reference.
           05  RR-REFERENCE         PIC X(12).
      * The criteria the recall was raised with -- spaces or zero
      * where the recall did not narrow by them.
           05  RR-SUPPLIER-CODE     PIC X(4).
           05  RR-FROM-DATE         PIC 9(8).
           05  RR-TO-DATE           PIC 9(8).
           05  RR-LOT-NO            PIC X(10).
           05  RR-STATUS            PIC X.
               88  RR-IS-OPEN       VALUE 'O'.
               88  RR-IS-CLOSED     VALUE 'C'.
           05  RR-CLOSED-DATE       PIC 9(8).
      * What the raise caught: the store balances moved into the
      * damaged bucket, the quantity moved, and the trade-customer
      * sale lines listed for contact.
           05  RR-BALANCE-COUNT     PIC 9(5).
           05  RR-QTY-QUARANTINED   PIC S9(9)V99.
           05  RR-CUSTOMER-LINES    PIC 9(5).
