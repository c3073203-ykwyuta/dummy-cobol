      *****************************************************************
      * CORDREC.CPY - customer order line record layout, keyed on
      * order number plus line number and maintained by CUST_ORDER
      * from the web and phone order feed. A line whose stock could
      * be found is reserved against the collecting store's balance
      * (SS-RESERVED-QTY on STORESTK.CPY) until it is collected,
      * cancelled, or passes its collect-by date.
      *****************************************************************
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-ORDER-NO          PIC X(8).
               10  CO-LINE-NO           PIC 9(3).
      * Spaces for a customer who is not on the customer master.
           05  CO-CUST-NO               PIC X(8).
      * The store the order is collected from.
           05  CO-STORE-CODE            PIC X(4).
           05  CO-ITEM-CODE             PIC X(8).
           05  CO-ORDER-QTY             PIC 9(5)V99.
      * What is held on the store's balance for the line: the whole
      * ordered quantity, or zero while the line is short.
           05  CO-RESERVED-QTY          PIC 9(5)V99.
           05  CO-STATUS                PIC X.
               88  CO-IS-RESERVED       VALUE 'R'.
               88  CO-IS-PICKED         VALUE 'P'.
               88  CO-IS-SHORT          VALUE 'S'.
               88  CO-IS-COLLECTED      VALUE 'C'.
               88  CO-IS-CANCELLED      VALUE 'X'.
               88  CO-IS-EXPIRED        VALUE 'E'.
               88  CO-IS-OPEN           VALUES 'R' 'P' 'S'.
               88  CO-HOLDS-STOCK       VALUES 'R' 'P'.
      * How the sale posts on collection, as SD-TENDER-TYPE: spaces
      * paid when ordered or at the counter, 'A' on account.
           05  CO-TENDER-TYPE           PIC X.
           05  CO-ORDER-DATE            PIC 9(8).
           05  CO-COLLECT-BY-DATE       PIC 9(8).
      * The business date the line was collected, cancelled or
      * expired; zero while it is open.
           05  CO-CLOSED-DATE           PIC 9(8).
