      *****************************************************************
      * POREC.CPY - purchase-order record layout, header and lines in
      * one keyed file (PURCH_ORDER.IDX) on PO number and line
      * number. Line number zero is the PO header -- one supplier,
      * the date raised, who approved it, and the status the order
      * has reached; lines 001 upward each order one item. PO_RAISE
      * builds the file from approved suggestions, PO_MAINT cancels
      * or closes short, PO_PRINT prints the document sent to the
      * supplier, and GOODS_RECEIPT books deliveries against a line,
      * moving the header from open through partly received to
      * closed as the lines fill.
      *****************************************************************
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUMBER        PIC 9(8).
               10  PO-LINE-NO       PIC 9(3).
           05  PO-HEADER-DATA.
               10  PO-SUPPLIER-CODE PIC X(4).
               10  PO-ORDER-DATE    PIC 9(8).
               10  PO-STATUS        PIC X.
                   88  PO-IS-OPEN           VALUE 'O'.
                   88  PO-IS-PART-RECEIVED  VALUE 'P'.
                   88  PO-IS-CLOSED         VALUE 'C'.
                   88  PO-IS-CANCELLED      VALUE 'X'.
                   88  PO-IS-RECEIVABLE     VALUE 'O' 'P'.
               10  PO-LINE-COUNT    PIC 9(3).
               10  PO-TOTAL-COST    PIC 9(9)V99.
               10  PO-STATUS-DATE   PIC 9(8).
               10  PO-PRINTED-FLAG  PIC X.
                   88  PO-IS-PRINTED        VALUE 'Y'.
               10  PO-APPROVED-BY   PIC X(8).
               10  FILLER           PIC X(16).
      * Line view of the same bytes. POL-RECEIVED-QTY climbs as
      * deliveries are booked; a line is closed ('C') once it is
      * received in full, or when the PO is closed short.
      * POL-INVOICED-QTY climbs as INVOICE_MATCH passes supplier
      * invoice lines for payment, so a receipt is paid once.
      * Quantities are in selling units throughout; POL-PURCH-UOM
      * and POL-CASE-PACK record the purchase unit the line was
      * ordered in, so PO_PRINT can show cases and GOODS_RECEIPT can
      * convert a delivery keyed in cases.
           05  PO-LINE-DATA REDEFINES PO-HEADER-DATA.
               10  POL-ITEM-CODE    PIC X(8).
               10  POL-ORDER-QTY    PIC 9(5).
               10  POL-RECEIVED-QTY PIC 9(5).
               10  POL-UNIT-COST    PIC 9(7)V99.
               10  POL-LINE-STATUS  PIC X.
                   88  POL-IS-OPEN          VALUE 'O'.
                   88  POL-IS-CLOSED        VALUE 'C'.
                   88  POL-IS-CANCELLED     VALUE 'X'.
               10  POL-INVOICED-QTY PIC 9(5).
               10  POL-PURCH-UOM    PIC X(4).
               10  POL-CASE-PACK    PIC 9(4).
               10  FILLER           PIC X(19).
