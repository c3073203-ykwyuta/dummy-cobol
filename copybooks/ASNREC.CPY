      *****************************************************************
      * ASNREC.CPY - expected-delivery (advance shipping notice)
      * record layout, header and lines in one keyed file
      * (EXPECTED_DELIVERY.IDX) on the supplier's delivery reference
      * and line number, the way PURCH_ORDER.IDX holds a PO. Line
      * number zero is the notice header -- the supplier, the date
      * the truck is expected, and whether it has arrived; lines
      * 001 upward each announce one item against the PO line (and
      * so the on-order commitment) it will fill. ASN_INTAKE loads
      * the notices, GOODS_RECEIPT matches the booked delivery to
      * its notice by the delivery reference keyed at the dock and
      * marks it arrived, and ASN_DUE lists what is due or overdue.
      *****************************************************************
       01  ASN-RECORD.
           05  AS-KEY.
               10  AS-DELIVERY-REF      PIC X(10).
               10  AS-LINE-NO           PIC 9(3).
           05  AS-HEADER-DATA.
               10  AS-SUPPLIER-CODE     PIC X(4).
               10  AS-EXPECTED-DATE     PIC 9(8).
               10  AS-NOTICE-DATE       PIC 9(8).
               10  AS-STATUS            PIC X.
                   88  AS-IS-EXPECTED           VALUE 'E'.
                   88  AS-HAS-ARRIVED           VALUE 'A'.
               10  AS-ARRIVED-DATE      PIC 9(8).
               10  AS-LINE-COUNT        PIC 9(3).
               10  FILLER               PIC X(14).
      * Line view of the same bytes. Quantities are in selling units.
      * ASL-RECEIVED-QTY is what GOODS_RECEIPT booked against the
      * line's item under this delivery reference.
           05  AS-LINE-DATA REDEFINES AS-HEADER-DATA.
               10  ASL-ITEM-CODE        PIC X(8).
               10  ASL-QTY              PIC 9(5).
               10  ASL-PO-NUMBER        PIC 9(8).
               10  ASL-PO-LINE          PIC 9(3).
               10  ASL-RECEIVED-QTY     PIC 9(5).
               10  FILLER               PIC X(17).
