      * the on-order file PO_SUGGEST maintains, the remainder being
      * rewritten to ON_ORDER.NEW (meant to replace ON_ORDER.DAT for
      * the next run), so the low-stock netting stays honest once
      * the truck has actually arrived. Deliveries are booked
      * against a numbered purchase order (PO_RAISE): each line
      * names the PO and PO line it fills, and is rejected to the
      * error list when the PO is unknown, closed or cancelled, the
      * item is not the one on that line, or the quantity would take
      * the line past what was ordered. A booked line adds to the
      * line's received quantity, closes it once it is full, and
      * moves the PO header to partly received or, with every line
      * full, closed; the relief then comes off that PO's own
      * commitment rather than the item's oldest. A line with no PO
      * number is refused unless NOPO=ALLOW is on GOODS_RECEIPT.PARM
      * (through the shared PARM_KEYWORD entry), which books it the
      * old way, relieving the item's commitments oldest first --
      * for suppliers still delivering against phoned-in orders.
      * Each commitment a booking relieves is also journaled to the
      * delivery-performance file (order date, receipt date,
      * quantity ordered and relieved),
      * the raw material SUPP_PERF scores suppliers from -- actual
      * versus promised delivery days, and short deliveries. Every
      * booked line is also appended to the received-goods journal
      * with the cost the delivery note carried, which is what
      * INVOICE_MATCH holds the supplier's invoice against.
      * Dated stock (chilled, pharmacy) arrives with the supplier's
      * lot number and expiry date on the line; both are handed to
      * INV_UPDATE (its INV_SETLOT entry) so the receipt is booked
      * into that lot on LOT_STOCK.IDX, which sales then consume
      * soonest expiry first. A lot with no valid expiry date, or
      * an expiry date with no lot, is rejected; lines for items
      * that are not lot-controlled leave both blank.
      * A line may be keyed in the supplier's purchase units (unit
      * flag 'C'): quantity and cost are then per case and are
      * converted to selling units and cost per unit before the
      * booking, using the case pack the PO line was ordered in or,
      * failing that, the item/supplier pack on PACK_SIZE.IDX
      * (PACK_MAINT). Everything downstream -- the PO line, the
      * commitments, the received-goods journal -- sees selling
      * units. A line that is not a whole number of cases, however
      * keyed, is still booked but listed on PART_CASE.LST for
      * purchasing to take up with the supplier.
      * Where the supplier sent an advance shipping notice
      * (ASN_INTAKE), the delivery reference keyed at the dock finds
      * it on EXPECTED_DELIVERY.IDX. The notice's expected date goes
      * onto each performance-journal line as the promised date
      * SUPP_PERF scores lateness from, and once the feed is booked
      * each delivery is compared with its notice: lines short or
      * not delivered, over-delivered, items substituted for ones
      * that did not come, extra items, and deliveries that arrived
      * with no notice at all are listed on ASN_VARIANCE.LST. The
      * notice is marked arrived and its lines carry what was
      * received against them.
      * Import suppliers deliver and invoice in their own currency.
      * The line carries its currency code -- when blank, the
      * currency on the supplier's master record (the PO's supplier,
      * or the item's preferred one on a NOPO=ALLOW line), and the
      * base currency when that is blank too -- and its cost is
      * converted to the base currency at the EXCH_RATE.DAT rate in
      * force on the receipt date (latest effective date on or
      * before it) before INV_UPDATE reaverages the item's cost and
      * writes the cost layer. The received-goods journal keeps the
      * original currency, the cost in it, and the rate used. A
      * line in a currency with no rate in force is rejected rather
      * than booked at 1.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PERF-FILE ASSIGN TO DSN-PERF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERF.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT PACK-FILE ASSIGN TO DSN-PACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS FS-PACK.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT PART-CASE-FILE ASSIGN TO DSN-PART-CASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PART-CASE.
           SELECT ASN-FILE ASSIGN TO DSN-ASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS FS-ASN.
           SELECT ASN-VARIANCE-FILE ASSIGN TO DSN-ASN-VARIANCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASN-VARIANCE.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT RATE-FILE ASSIGN TO DSN-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATE.

       DATA DIVISION.
       FILE SECTION.
                                     SEPARATE.
           05  GI-UNIT-COST         PIC 9(7)V99.
           05  GI-DELIVERY-REF      PIC X(10).
           05  GI-PO-NUMBER         PIC 9(8).
           05  GI-PO-LINE           PIC 9(3).
      * Appended -- blank on undated items and on feeds that
      * predate lot control.
           05  GI-LOT-NO            PIC X(10).
           05  GI-EXPIRY-DATE       PIC 9(8).
      * Appended -- 'C' when quantity and cost are per purchase unit
      * (case); blank or 'U' for selling units, as older feeds are.
           05  GI-RECEIPT-UOM       PIC X.
               88  GI-IN-CASES      VALUE 'C'.
               88  GI-IN-UNITS      VALUE 'U' ' '.
      * Appended -- the currency GI-UNIT-COST is in; blank takes the
      * supplier's currency.
           05  GI-CURRENCY-CODE     PIC X(3).
      * A header record, identified by GH-MARKER = "0000" in the
      * same bytes as GI-STORE-CODE, carries the feed's identity
      * for the duplicate-posting guard.

       FD  ERROR-FILE.
       01  ERROR-RECORD.
      * Wide enough for RECEIPT-RECORD (72 bytes), the whole rejected
      * transaction MOVE-d into this field below.
           05  ER-ORIGINAL-RECORD   PIC X(72).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

           05  PF-RECEIPT-DATE      PIC 9(8).
           05  PF-QTY-ORDERED       PIC 9(5).
           05  PF-QTY-RELIEVED      PIC 9(5).
      * Appended -- the expected date on the delivery's shipping
      * notice, zero when it came unannounced.
           05  PF-PROMISED-DATE     PIC 9(8).

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  PACK-FILE.
           COPY "PACKREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

      * Booked lines that were not a whole number of cases.
       FD  PART-CASE-FILE.
       01  PART-CASE-RECORD         PIC X(80).

       FD  ASN-FILE.
           COPY "ASNREC.CPY".

      * Deliveries that differed from their shipping notice.
       FD  ASN-VARIANCE-FILE.
       01  ASN-VARIANCE-RECORD      PIC X(80).

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  RATE-FILE.
           COPY "EXRATREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PERF              PIC X(2).
           05  FS-POSTING-REG       PIC X(2).
           05  FS-CONTROL           PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-PACK              PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-PART-CASE         PIC X(2).
           05  FS-ASN               PIC X(2).
           05  FS-ASN-VARIANCE      PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-RATE              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-RECEIPT       PIC X(35)
              VALUE "data/master_update/GR_POSTREG.IDX".
           05 DSN-CONTROL       PIC X(33)
              VALUE "data/master_update/GR_CONTROL.LST".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-PACK          PIC X(32)
              VALUE "data/master_update/PACK_SIZE.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-PART-CASE     PIC X(32)
              VALUE "data/master_update/PART_CASE.LST".
           05 DSN-ASN           PIC X(40)
              VALUE "data/master_update/EXPECTED_DELIVERY.IDX".
           05 DSN-ASN-VARIANCE  PIC X(35)
              VALUE "data/master_update/ASN_VARIANCE.LST".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-RATE          PIC X(32)
              VALUE "data/master_update/EXCH_RATE.DAT".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-PARM-FOUND            PIC X(1).
       01  WS-FORCE-FLAG            PIC X VALUE 'N'.
           88  FORCE-POSTING        VALUE 'Y'.
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-NOPO-FLAG             PIC X VALUE 'N'.
           88  NOPO-RECEIPTS-ALLOWED VALUE 'Y'.
       01  WS-PO-OPEN-FLAG          PIC X VALUE 'N'.
           88  PO-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-PO-LINE-OK-FLAG       PIC X VALUE 'N'.
           88  PO-LINE-IS-OK        VALUE 'Y'.
       01  WS-PACK-OPEN-FLAG        PIC X VALUE 'N'.
           88  PACK-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-CONVERT-OK-FLAG       PIC X VALUE 'N'.
           88  CONVERT-IS-OK        VALUE 'Y'.
       01  WS-ASN-OPEN-FLAG         PIC X VALUE 'N'.
           88  ASN-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-SUPPLIER-OPEN-FLAG    PIC X VALUE 'N'.
           88  SUPPLIER-FILE-IS-OPEN VALUE 'Y'.
       01  WS-PART-CASE-FLAG        PIC X VALUE 'N'.
           88  IS-PART-CASE         VALUE 'Y'.
       01  WS-FEED-OK-FLAG          PIC X VALUE 'N'.
           88  FEED-CHECKED-OK      VALUE 'Y'.
       01  WS-HEADER-SEEN-FLAG      PIC X VALUE 'N'.
       01  WS-RELIEVE-QTY           PIC 9(5).
       01  WS-TAKEN-QTY             PIC 9(5).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PO-REF                PIC X(10).
       01  WS-LINE-NO               PIC 9(3).
       01  WS-LINE-COUNT            PIC 9(3).
       01  WS-OPEN-LINES            PIC 9(3).
       01  WS-RECEIVED-QTY          PIC S9(7)V99.
       01  WS-PO-SUPPLIER           PIC X(4).

      * The line in selling units, as booked: GI-QTY and
      * GI-UNIT-COST converted through the case pack when the line
      * was keyed in cases, copied straight across otherwise.
       01  WS-BOOK-QTY              PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
       01  WS-BOOK-COST             PIC 9(7)V99.
       01  WS-PURCH-UOM             PIC X(4).
      * The line's currency, its unit cost in that currency (after
      * any case conversion), and the rate that took it to base.
       01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
       01  WS-RCV-CURRENCY          PIC X(3).
       01  WS-ORIG-COST             PIC 9(7)V99.
       01  WS-USE-RATE              PIC 9(3)V9(6).
       01  WS-BEST-DATE             PIC 9(8).
       01  WS-RATE-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-RATE-EOF          VALUE 'Y'.

      * Dated rates loaded up front, as STOCK_VALUE loads them.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT        PIC 9(4) VALUE 0.
           05  WS-RATE-ENTRIES OCCURS 500 TIMES.
               10  WS-XR-CURRENCY   PIC X(3).
               10  WS-XR-RATE       PIC 9(3)V9(6).
               10  WS-XR-DATE       PIC 9(8).
       01  WS-RATE-SCAN-IDX         PIC 9(4).
       01  WS-CASE-PACK             PIC 9(4).
       01  WS-WHOLE-CASES           PIC 9(5).

      * What was booked under each delivery reference, item by
      * item, held for the comparison with the shipping notices once
      * the whole feed is in. WS-BK-LEFT is worked down as the
      * notice's lines claim it; WS-BK-ON-ASN and WS-BK-ASN-LINE
      * record the notice line (the last, if several) that named
      * the item.
       01  WS-BOOKED-TABLE.
           05  WS-BK-COUNT          PIC 9(4) VALUE 0.
           05  WS-BK-ENTRIES OCCURS 500 TIMES.
               10  WS-BK-DELIVERY-REF PIC X(10).
               10  WS-BK-ITEM-CODE  PIC X(8).
               10  WS-BK-QTY        PIC 9(7)V99.
               10  WS-BK-LEFT       PIC 9(7)V99.
               10  WS-BK-ON-ASN     PIC X.
               10  WS-BK-ASN-LINE   PIC 9(3).
       01  WS-BK-IDX                PIC 9(4).
       01  WS-BK-SCAN               PIC 9(4).
       01  WS-BK-OVFL-FLAG          PIC X VALUE 'N'.
           88  BOOKED-TABLE-OVERFLOWED VALUE 'Y'.
       01  WS-BK-FIRST-FLAG         PIC X.
       01  WS-ASN-REF               PIC X(10).
       01  WS-ASN-SUPPLIER          PIC X(4).
       01  WS-ASN-LINE-COUNT        PIC 9(3).
       01  WS-ASN-LINE-NO           PIC 9(3).
       01  WS-ASN-WANTED            PIC 9(7)V99.
       01  WS-ASN-TAKEN             PIC 9(7)V99.
       01  WS-ASN-SHORT-FLAG        PIC X.
           88  ASN-HAD-SHORTFALL    VALUE 'Y'.
      * Promised date of the delivery being booked, looked up once
      * per delivery reference.
       01  WS-PROMISED-REF          PIC X(10) VALUE HIGH-VALUES.
       01  WS-PROMISED-DATE         PIC 9(8) VALUE 0.
       01  WS-ASN-COUNTS.
           05  WS-ASN-MATCHED       PIC 9(5) VALUE 0.
           05  WS-ASN-VARIANCES     PIC 9(5) VALUE 0.
           05  WS-ASN-UNANNOUNCED   PIC 9(5) VALUE 0.

       01  ASN-TITLE-LINE.
           05  FILLER               PIC X(23)
               VALUE "ASN VARIANCE -- BOOKED ".
           05  ATL-RUN-DATE         PIC 9(8).
       01  ASN-DELIVERY-LINE.
           05  FILLER               PIC X(10) VALUE "DELIVERY: ".
           05  ADL-DELIVERY-REF     PIC X(10).
           05  FILLER               PIC X(11) VALUE " SUPPLIER: ".
           05  ADL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(11) VALUE " EXPECTED: ".
           05  ADL-EXPECTED-DATE    PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-STATUS           PIC X(13).
       01  ASN-VARIANCE-LINE.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  AVL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  AVL-CLASS            PIC X(13).
           05  FILLER               PIC X(6) VALUE " ASN: ".
           05  AVL-ASN-QTY          PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " RCVD: ".
           05  AVL-RECEIVED-QTY     PIC ZZZZZZ9.99.
           05  FILLER               PIC X(7) VALUE " DIFF: ".
           05  AVL-DIFF-QTY         PIC -ZZZZZZ9.99.
       01  WS-DIFF-QTY              PIC S9(7)V99.

       01  PART-CASE-LINE.
           05  PCL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PCL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PCL-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(1) VALUE "/".
           05  PCL-PO-LINE          PIC 9(3).
           05  FILLER               PIC X(7) VALUE " KEYED ".
           05  PCL-KEYED-QTY        PIC ZZZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PCL-KEYED-UOM        PIC X(4).
           05  FILLER               PIC X(7) VALUE " PACK: ".
           05  PCL-CASE-PACK        PIC ZZZ9.
           05  FILLER               PIC X(8) VALUE " UNITS: ".
           05  PCL-BOOK-QTY         PIC ZZZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PCL-DELIVERY-REF     PIC X(10).

      * Output image for the rewritten commitment file -- built here
      * rather than in ON-ORDER-FILE's record area, which is no
      * Always spaces here -- the reason code only qualifies the
      * stocktake adjustments STOCKTAKE sends through INV_UPDATE.
       01  WS-REASON-CODE           PIC X(2) VALUE SPACES.
       01  WS-EXPIRY-DATE           PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-RECEIPT-COUNT     PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
           05  WS-PART-CASE-COUNT   PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.
           PERFORM OPEN-PERF-FILE.
           PERFORM OPEN-RECEIVED-FILE.
           OPEN I-O PO-FILE.
           IF FS-PO = "00"
               SET PO-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "GOODS-RECEIPT WARNING: CANNOT OPEN PURCHASE "
                       "ORDER FILE (" FS-PO "), PO RECEIPTS WILL BE "
                       "REJECTED."
           END-IF.
      * No purchase units file just means every item comes singly.
           OPEN INPUT PACK-FILE.
           IF FS-PACK = "00"
               SET PACK-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PART-CASE-FILE.
      * No notice file just means no supplier has sent one yet.
           OPEN I-O ASN-FILE.
           IF FS-ASN = "00"
               SET ASN-FILE-IS-OPEN TO TRUE
           END-IF.
      * Without the supplier master every blank currency is base.
           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-FILE-IS-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-RATE-TABLE THRU END-LOAD-RATE-TABLE.

           IF FS-RECEIPT NOT = "00"
               DISPLAY "ERROR OPENING GOODS-INWARD FILE: " FS-RECEIPT

           PERFORM REWRITE-ON-ORDER-FILE
                   THRU END-REWRITE-ON-ORDER.
           PERFORM CHECK-AGAINST-ASN THRU END-CHECK-AGAINST-ASN.

           MOVE "POSTED" TO WS-FEED-DISPOSITION.
           PERFORM RECORD-POSTED-IDENTITY THRU END-RECORD-POSTED.

           DISPLAY "GOODS-RECEIPT TOTALS -- READ: " WS-READ-COUNT
                   " RECEIPTED: " WS-RECEIPT-COUNT
                   " PART CASES: " WS-PART-CASE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.
           DISPLAY "GOODS-RECEIPT ASN CHECK -- AS NOTIFIED: "
                   WS-ASN-MATCHED
                   " WITH VARIANCES: " WS-ASN-VARIANCES
                   " UNANNOUNCED: " WS-ASN-UNANNOUNCED.

           PERFORM SET-CONDITION-CODE.

           IF POSTING-REG-IS-OPEN
               CLOSE POSTING-REG-FILE
           END-IF.
           IF PO-FILE-IS-OPEN
               CLOSE PO-FILE
           END-IF.
           IF PACK-FILE-IS-OPEN
               CLOSE PACK-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF ASN-FILE-IS-OPEN
               CLOSE ASN-FILE
           END-IF.
           IF SUPPLIER-FILE-IS-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           CLOSE RECEIPT-FILE ERROR-FILE PERF-FILE CONTROL-FILE
                 RECEIVED-FILE PART-CASE-FILE.
           STOP RUN.

       READ-RUN-PARAMETERS.
               DISPLAY "GOODS-RECEIPT: FORCE PARAMETER SUPPLIED -- "
                       "DUPLICATE-POSTING GUARD IS OFF THIS RUN."
           END-IF.
           MOVE "NOPO" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:5) = "ALLOW"
               SET NOPO-RECEIPTS-ALLOWED TO TRUE
               DISPLAY "GOODS-RECEIPT: NOPO=ALLOW SUPPLIED -- LINES "
                       "WITHOUT A PO NUMBER WILL BE BOOKED."
           END-IF.

      * A missing register just means nothing has ever been posted
      * through the guard -- the first guarded run creates it.
               OPEN OUTPUT PERF-FILE
           END-IF.

       OPEN-RECEIVED-FILE.
           OPEN EXTEND RECEIVED-FILE.
           IF FS-RECEIVED NOT = "00"
               OPEN OUTPUT RECEIVED-FILE
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected count exceeded WS-ERROR-THRESHOLD and the run
           END-IF.

       APPLY-RECEIPT.
           MOVE 'N' TO WS-PO-LINE-OK-FLAG.
           IF GI-QTY <= 0
               MOVE "Received quantity is not positive." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-RECEIPT
           END-IF.

           IF NOT GI-IN-CASES AND NOT GI-IN-UNITS
               MOVE "Unknown receipt unit, not C or U." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-RECEIPT
           END-IF.

           IF GI-PO-NUMBER IS NOT NUMERIC OR GI-PO-NUMBER = 0
               IF NOT NOPO-RECEIPTS-ALLOWED
                   MOVE "No purchase order number on receipt." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-APPLY-RECEIPT
               END-IF
               MOVE SPACES TO WS-PO-SUPPLIER
               PERFORM CONVERT-RECEIPT THRU END-CONVERT-RECEIPT
               IF NOT CONVERT-IS-OK
                   PERFORM WRITE-TO-ERROR
                   GO TO END-APPLY-RECEIPT
               END-IF
           ELSE
               PERFORM CHECK-PO-LINE THRU END-CHECK-PO-LINE
               IF NOT PO-LINE-IS-OK
                   PERFORM WRITE-TO-ERROR
                   GO TO END-APPLY-RECEIPT
               END-IF
           END-IF.

           IF GI-EXPIRY-DATE IS NUMERIC
               MOVE GI-EXPIRY-DATE TO WS-EXPIRY-DATE
           ELSE
               MOVE 0 TO WS-EXPIRY-DATE
           END-IF.
           IF GI-LOT-NO NOT = SPACES AND WS-EXPIRY-DATE = 0
               MOVE "Lot number carries no expiry date." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-RECEIPT
           END-IF.
           IF GI-LOT-NO = SPACES AND WS-EXPIRY-DATE NOT = 0
               MOVE "Expiry date carries no lot number." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-RECEIPT
           END-IF.

           MOVE WS-BOOK-COST TO WS-UNIT-COST.
           CALL "INV_SETLOT" USING GI-LOT-NO, WS-EXPIRY-DATE.
           CALL "INV_UPDATE" USING GI-ITEM-CODE, WS-BOOK-QTY, 'G',
                   WS-UPDATE-STATUS, WS-UNIT-PRICE, WS-TAX-RATE,
                   WS-UNIT-COST, GI-STORE-CODE, WS-REASON-CODE.
           IF WS-UPDATE-STATUS = "00"
               ADD 1 TO WS-RECEIPT-COUNT
               PERFORM WRITE-RECEIVED-LINE
               PERFORM NOTE-BOOKED-LINE THRU END-NOTE-BOOKED-LINE
               PERFORM LOOK-UP-PROMISED-DATE
                   THRU END-LOOK-UP-PROMISED
               IF IS-PART-CASE
                   PERFORM WRITE-PART-CASE-LINE
               END-IF
               IF PO-LINE-IS-OK
                   PERFORM BOOK-TO-PO-LINE
                   PERFORM RELIEVE-PO-COMMITMENT
               ELSE
                   PERFORM RELIEVE-ON-ORDER
               END-IF
           ELSE
               MOVE "Receipt rejected, status: " TO ER-MESSAGE
               MOVE WS-UPDATE-STATUS TO ER-MESSAGE(28:2)
       END-APPLY-RECEIPT.
           CONTINUE.

      * The PO and the line named on the delivery must both be on
      * file, the PO still receivable, the line still open and for
      * this item, and the delivery must not take the line past the
      * quantity ordered. Leaves the line record in PO-RECORD for
      * BOOK-TO-PO-LINE.
       CHECK-PO-LINE.
           MOVE 'N' TO WS-PO-LINE-OK-FLAG.
           IF NOT PO-FILE-IS-OPEN
               MOVE "Purchase order file unavailable." TO ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           MOVE GI-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "Purchase order not on file." TO ER-MESSAGE
                   GO TO END-CHECK-PO-LINE
           END-READ.
           MOVE PO-SUPPLIER-CODE TO WS-PO-SUPPLIER.
           IF NOT PO-IS-RECEIVABLE
               MOVE "Purchase order is closed or cancelled." TO
                       ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           IF GI-PO-LINE IS NOT NUMERIC OR GI-PO-LINE = 0
               MOVE "Item not on the purchase order." TO ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           MOVE GI-PO-NUMBER TO PO-NUMBER.
           MOVE GI-PO-LINE TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "Item not on the purchase order." TO ER-MESSAGE
                   GO TO END-CHECK-PO-LINE
           END-READ.
           IF POL-ITEM-CODE NOT = GI-ITEM-CODE
               MOVE "Item not on the purchase order." TO ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           IF NOT POL-IS-OPEN
               MOVE "Purchase order line is closed." TO ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           PERFORM CONVERT-RECEIPT THRU END-CONVERT-RECEIPT.
           IF NOT CONVERT-IS-OK
               GO TO END-CHECK-PO-LINE
           END-IF.
           COMPUTE WS-RECEIVED-QTY = POL-RECEIVED-QTY + WS-BOOK-QTY.
           IF WS-RECEIVED-QTY > POL-ORDER-QTY
               MOVE "Over-receipt against purchase order line." TO
                       ER-MESSAGE
               GO TO END-CHECK-PO-LINE
           END-IF.
           SET PO-LINE-IS-OK TO TRUE.
       END-CHECK-PO-LINE.
           CONTINUE.

      * Settles the case pack -- the PO line's own when the line was
      * ordered in cases (PO-RECORD holds it during CHECK-PO-LINE),
      * else the item/supplier pack on file, the supplier being the
      * PO's or, on a NOPO=ALLOW line, the item's preferred one --
      * and turns the keyed line into selling units.
       CONVERT-RECEIPT.
           MOVE 'N' TO WS-CONVERT-OK-FLAG.
           MOVE 'N' TO WS-PART-CASE-FLAG.
           MOVE "EACH" TO WS-PURCH-UOM.
           MOVE 1 TO WS-CASE-PACK.
           IF WS-PO-SUPPLIER NOT = SPACES
                   AND POL-CASE-PACK IS NUMERIC
                   AND POL-CASE-PACK > 0
               MOVE POL-PURCH-UOM TO WS-PURCH-UOM
               MOVE POL-CASE-PACK TO WS-CASE-PACK
           ELSE
               PERFORM LOOK-UP-PACK
           END-IF.

           IF GI-IN-CASES
               COMPUTE WS-BOOK-QTY = GI-QTY * WS-CASE-PACK
                   ON SIZE ERROR
                       MOVE "Case quantity too large to convert." TO
                               ER-MESSAGE
                       GO TO END-CONVERT-RECEIPT
               END-COMPUTE
               COMPUTE WS-BOOK-COST ROUNDED =
                       GI-UNIT-COST / WS-CASE-PACK
               MOVE GI-QTY TO WS-WHOLE-CASES
               IF WS-WHOLE-CASES NOT = GI-QTY
                   SET IS-PART-CASE TO TRUE
               END-IF
           ELSE
               MOVE GI-QTY TO WS-BOOK-QTY
               MOVE GI-UNIT-COST TO WS-BOOK-COST
               IF WS-CASE-PACK > 1
                   DIVIDE WS-CASE-PACK INTO GI-QTY
                       GIVING WS-WHOLE-CASES
                   IF WS-WHOLE-CASES * WS-CASE-PACK NOT = GI-QTY
                       SET IS-PART-CASE TO TRUE
                   END-IF
               END-IF
           END-IF.

           PERFORM SETTLE-RECEIPT-CURRENCY.
           MOVE WS-BOOK-COST TO WS-ORIG-COST.
           IF WS-RCV-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-USE-RATE
           ELSE
               PERFORM LOOK-UP-RATE
               IF WS-USE-RATE = 0
                   MOVE "No exchange rate in force for currency." TO
                           ER-MESSAGE
                   GO TO END-CONVERT-RECEIPT
               END-IF
               COMPUTE WS-BOOK-COST ROUNDED =
                       WS-ORIG-COST * WS-USE-RATE
                   ON SIZE ERROR
                       MOVE "Cost too large to convert to base." TO
                               ER-MESSAGE
                       GO TO END-CONVERT-RECEIPT
               END-COMPUTE
           END-IF.
           SET CONVERT-IS-OK TO TRUE.
       END-CONVERT-RECEIPT.
           CONTINUE.

      * The line's own currency, else its supplier's -- the PO's, or
      * on a NOPO=ALLOW line the item's preferred supplier -- else
      * the base currency.
       SETTLE-RECEIPT-CURRENCY.
           MOVE GI-CURRENCY-CODE TO WS-RCV-CURRENCY.
           IF WS-RCV-CURRENCY = SPACES AND SUPPLIER-FILE-IS-OPEN
               IF WS-PO-SUPPLIER NOT = SPACES
                   MOVE WS-PO-SUPPLIER TO SU-SUPPLIER-CODE
               ELSE
                   MOVE SPACES TO SU-SUPPLIER-CODE
                   IF ITEM-MASTER-IS-OPEN
                       MOVE GI-ITEM-CODE TO IM-ITEM-CODE
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO IM-SUPPLIER-CODE
                       END-READ
                       MOVE IM-SUPPLIER-CODE TO SU-SUPPLIER-CODE
                   END-IF
               END-IF
               IF SU-SUPPLIER-CODE NOT = SPACES
                   READ SUPPLIER-FILE
                       INVALID KEY
                           MOVE SPACES TO SU-CURRENCY-CODE
                   END-READ
                   MOVE SU-CURRENCY-CODE TO WS-RCV-CURRENCY
               END-IF
           END-IF.
           IF WS-RCV-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-RCV-CURRENCY
           END-IF.

      * Latest rate effective on or before the receipt date; zero
      * when the currency has none in force.
       LOOK-UP-RATE.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 0 TO WS-USE-RATE.
           PERFORM VARYING WS-RATE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-RATE-SCAN-IDX > WS-RATE-COUNT
               IF WS-XR-CURRENCY(WS-RATE-SCAN-IDX) = WS-RCV-CURRENCY
                       AND WS-XR-DATE(WS-RATE-SCAN-IDX) <= WS-RUN-DATE
                       AND WS-XR-DATE(WS-RATE-SCAN-IDX)
                       >= WS-BEST-DATE
                   MOVE WS-XR-DATE(WS-RATE-SCAN-IDX) TO WS-BEST-DATE
                   MOVE WS-XR-RATE(WS-RATE-SCAN-IDX) TO WS-USE-RATE
               END-IF
           END-PERFORM.

      * A missing rate file leaves only base-currency lines bookable.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF FS-RATE NOT = "00"
               GO TO END-LOAD-RATE-TABLE
           END-IF.
           PERFORM UNTIL IS-RATE-EOF
               READ RATE-FILE
                   AT END
                       SET IS-RATE-EOF TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < 500
                           ADD 1 TO WS-RATE-COUNT
                           MOVE XR-CURRENCY-CODE TO
                                   WS-XR-CURRENCY(WS-RATE-COUNT)
                           MOVE XR-RATE-TO-BASE TO
                                   WS-XR-RATE(WS-RATE-COUNT)
                           MOVE XR-EFFECTIVE-DATE TO
                                   WS-XR-DATE(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       END-LOAD-RATE-TABLE.
           CONTINUE.

       LOOK-UP-PACK.
           IF WS-PO-SUPPLIER = SPACES AND ITEM-MASTER-IS-OPEN
               MOVE GI-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO IM-SUPPLIER-CODE
               END-READ
               MOVE IM-SUPPLIER-CODE TO PK-SUPPLIER-CODE
           ELSE
               MOVE WS-PO-SUPPLIER TO PK-SUPPLIER-CODE
           END-IF.
           IF PACK-FILE-IS-OPEN AND PK-SUPPLIER-CODE NOT = SPACES
               MOVE GI-ITEM-CODE TO PK-ITEM-CODE
               READ PACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK-CASE-PACK > 0
                           MOVE PK-PURCH-UOM TO WS-PURCH-UOM
                           MOVE PK-CASE-PACK TO WS-CASE-PACK
                       END-IF
               END-READ
           END-IF.

       WRITE-PART-CASE-LINE.
           MOVE GI-STORE-CODE TO PCL-STORE-CODE.
           MOVE GI-ITEM-CODE TO PCL-ITEM-CODE.
           IF PO-LINE-IS-OK
               MOVE GI-PO-NUMBER TO PCL-PO-NUMBER
               MOVE GI-PO-LINE TO PCL-PO-LINE
           ELSE
               MOVE 0 TO PCL-PO-NUMBER
               MOVE 0 TO PCL-PO-LINE
           END-IF.
           MOVE GI-QTY TO PCL-KEYED-QTY.
           IF GI-IN-CASES
               MOVE WS-PURCH-UOM TO PCL-KEYED-UOM
           ELSE
               MOVE "EACH" TO PCL-KEYED-UOM
           END-IF.
           MOVE WS-CASE-PACK TO PCL-CASE-PACK.
           MOVE WS-BOOK-QTY TO PCL-BOOK-QTY.
           MOVE GI-DELIVERY-REF TO PCL-DELIVERY-REF.
           WRITE PART-CASE-RECORD FROM PART-CASE-LINE.
           ADD 1 TO WS-PART-CASE-COUNT.

      * The line read by CHECK-PO-LINE takes the delivery; a line
      * received in full is closed. The header then follows its
      * lines: closed once no line is left open, otherwise partly
      * received.
       BOOK-TO-PO-LINE.
           MOVE WS-RECEIVED-QTY TO POL-RECEIVED-QTY.
           IF POL-RECEIVED-QTY >= POL-ORDER-QTY
               SET POL-IS-CLOSED TO TRUE
           END-IF.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "GOODS-RECEIPT WARNING: PO LINE REWRITE "
                           "FAILED: " GI-PO-NUMBER "/" GI-PO-LINE
           END-REWRITE.

           MOVE GI-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE PO-LINE-COUNT TO WS-LINE-COUNT.
           MOVE 0 TO WS-OPEN-LINES.
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > WS-LINE-COUNT
               MOVE GI-PO-NUMBER TO PO-NUMBER
               MOVE WS-LINE-NO TO PO-LINE-NO
               READ PO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POL-IS-OPEN
                           ADD 1 TO WS-OPEN-LINES
                       END-IF
               END-READ
           END-PERFORM.

           MOVE GI-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   DISPLAY "GOODS-RECEIPT WARNING: PO HEADER VANISHED: "
                           GI-PO-NUMBER
               NOT INVALID KEY
                   IF WS-OPEN-LINES = 0
                       SET PO-IS-CLOSED TO TRUE
                   ELSE
                       SET PO-IS-PART-RECEIVED TO TRUE
                   END-IF
                   MOVE WS-RUN-DATE TO PO-STATUS-DATE
                   REWRITE PO-RECORD
                       INVALID KEY
                           DISPLAY "GOODS-RECEIPT WARNING: PO HEADER "
                                   "REWRITE FAILED: " GI-PO-NUMBER
                   END-REWRITE
           END-READ.

      * A PO receipt relieves that PO's own commitment for the item,
      * whatever older commitments the item may also carry.
       RELIEVE-PO-COMMITMENT.
           MOVE SPACES TO WS-PO-REF.
           MOVE GI-PO-NUMBER TO WS-PO-REF(1:8).
           MOVE WS-BOOK-QTY TO WS-RELIEVE-QTY.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OO-COUNT
                           OR WS-RELIEVE-QTY = 0
               IF WS-OO-ITEM-CODE(WS-SEARCH-IDX) = GI-ITEM-CODE
                       AND WS-OO-PO-REF(WS-SEARCH-IDX) = WS-PO-REF
                       AND WS-OO-QTY(WS-SEARCH-IDX) > 0
                   PERFORM TAKE-FROM-COMMITMENT
                   PERFORM WRITE-PERF-LINE
               END-IF
           END-PERFORM.

       TAKE-FROM-COMMITMENT.
           IF WS-OO-QTY(WS-SEARCH-IDX) > WS-RELIEVE-QTY
               MOVE WS-RELIEVE-QTY TO WS-TAKEN-QTY
               SUBTRACT WS-RELIEVE-QTY FROM WS-OO-QTY(WS-SEARCH-IDX)
               MOVE 0 TO WS-RELIEVE-QTY
           ELSE
               MOVE WS-OO-QTY(WS-SEARCH-IDX) TO WS-TAKEN-QTY
               SUBTRACT WS-OO-QTY(WS-SEARCH-IDX) FROM WS-RELIEVE-QTY
               MOVE 0 TO WS-OO-QTY(WS-SEARCH-IDX)
           END-IF.

       WRITE-RECEIVED-LINE.
           MOVE WS-RUN-DATE TO RV-RECEIPT-DATE.
           MOVE GI-STORE-CODE TO RV-STORE-CODE.
           MOVE GI-ITEM-CODE TO RV-ITEM-CODE.
           MOVE WS-BOOK-QTY TO RV-QTY.
           MOVE WS-BOOK-COST TO RV-UNIT-COST.
           MOVE GI-DELIVERY-REF TO RV-DELIVERY-REF.
           IF PO-LINE-IS-OK
               MOVE GI-PO-NUMBER TO RV-PO-NUMBER
               MOVE GI-PO-LINE TO RV-PO-LINE
           ELSE
               MOVE 0 TO RV-PO-NUMBER
               MOVE 0 TO RV-PO-LINE
           END-IF.
           MOVE WS-FILE-DATE TO RV-FEED-DATE.
           MOVE WS-FILE-SEQ TO RV-FEED-SEQ.
           MOVE WS-RCV-CURRENCY TO RV-CURRENCY-CODE.
           MOVE WS-ORIG-COST TO RV-ORIG-UNIT-COST.
           MOVE WS-USE-RATE TO RV-EXCH-RATE.
           WRITE RCV-RECORD.

       WRITE-TO-ERROR.
           MOVE RECEIPT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
       END-LOAD-ON-ORDER.
           CONTINUE.

      * The NOPO=ALLOW path. Works the booked quantity off the
      * item's commitments oldest entry first; whatever the delivery
      * does not cover stays outstanding, and over-deliveries simply
      * exhaust the list.
       RELIEVE-ON-ORDER.
           MOVE WS-BOOK-QTY TO WS-RELIEVE-QTY.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OO-COUNT
                           OR WS-RELIEVE-QTY = 0
           COMPUTE PF-QTY-ORDERED =
                   WS-OO-QTY(WS-SEARCH-IDX) + WS-TAKEN-QTY.
           MOVE WS-TAKEN-QTY TO PF-QTY-RELIEVED.
           MOVE WS-PROMISED-DATE TO PF-PROMISED-DATE.
           WRITE PERF-RECORD.

      * Fully-relieved entries (quantity worked down to zero) are
       END-REWRITE-ON-ORDER.
           CONTINUE.

      * One entry per delivery reference and item, quantities
      * added together when the same item comes on several lines.
       NOTE-BOOKED-LINE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-DELIVERY-REF(WS-BK-IDX) = GI-DELIVERY-REF
                       AND WS-BK-ITEM-CODE(WS-BK-IDX) = GI-ITEM-CODE
                   ADD WS-BOOK-QTY TO WS-BK-QTY(WS-BK-IDX)
                   ADD WS-BOOK-QTY TO WS-BK-LEFT(WS-BK-IDX)
                   GO TO END-NOTE-BOOKED-LINE
               END-IF
           END-PERFORM.
           IF WS-BK-COUNT >= 500
               SET BOOKED-TABLE-OVERFLOWED TO TRUE
               GO TO END-NOTE-BOOKED-LINE
           END-IF.
           ADD 1 TO WS-BK-COUNT.
           MOVE GI-DELIVERY-REF TO WS-BK-DELIVERY-REF(WS-BK-COUNT).
           MOVE GI-ITEM-CODE TO WS-BK-ITEM-CODE(WS-BK-COUNT).
           MOVE WS-BOOK-QTY TO WS-BK-QTY(WS-BK-COUNT).
           MOVE WS-BOOK-QTY TO WS-BK-LEFT(WS-BK-COUNT).
           MOVE 'N' TO WS-BK-ON-ASN(WS-BK-COUNT).
           MOVE 0 TO WS-BK-ASN-LINE(WS-BK-COUNT).
       END-NOTE-BOOKED-LINE.
           CONTINUE.

      * The promised date is the notice's expected date; with no
      * notice it stays zero and SUPP_PERF falls back on the
      * supplier's lead time.
       LOOK-UP-PROMISED-DATE.
           IF GI-DELIVERY-REF = WS-PROMISED-REF
               GO TO END-LOOK-UP-PROMISED
           END-IF.
           MOVE GI-DELIVERY-REF TO WS-PROMISED-REF.
           MOVE 0 TO WS-PROMISED-DATE.
           IF NOT ASN-FILE-IS-OPEN OR GI-DELIVERY-REF = SPACES
               GO TO END-LOOK-UP-PROMISED
           END-IF.
           MOVE GI-DELIVERY-REF TO AS-DELIVERY-REF.
           MOVE 0 TO AS-LINE-NO.
           READ ASN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AS-EXPECTED-DATE TO WS-PROMISED-DATE
           END-READ.
       END-LOOK-UP-PROMISED.
           CONTINUE.

      * Each delivery reference booked this run, taken once in the
      * order first booked, is set against its shipping notice.
       CHECK-AGAINST-ASN.
           IF WS-BK-COUNT = 0
               GO TO END-CHECK-AGAINST-ASN
           END-IF.
           IF NOT ASN-FILE-IS-OPEN
               DISPLAY "GOODS-RECEIPT WARNING: NO EXPECTED-DELIVERY "
                       "FILE (" FS-ASN "), DELIVERIES NOT CHECKED "
                       "AGAINST SHIPPING NOTICES."
               GO TO END-CHECK-AGAINST-ASN
           END-IF.
           OPEN OUTPUT ASN-VARIANCE-FILE.
           MOVE WS-RUN-DATE TO ATL-RUN-DATE.
           WRITE ASN-VARIANCE-RECORD FROM ASN-TITLE-LINE.
           IF BOOKED-TABLE-OVERFLOWED
               DISPLAY "GOODS-RECEIPT WARNING: MORE DELIVERY LINES "
                       "THAN THE ASN CHECK HOLDS -- LATER LINES NOT "
                       "CHECKED."
           END-IF.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               MOVE 'Y' TO WS-BK-FIRST-FLAG
               PERFORM VARYING WS-BK-SCAN FROM 1 BY 1
                       UNTIL WS-BK-SCAN >= WS-BK-IDX
                   IF WS-BK-DELIVERY-REF(WS-BK-SCAN) =
                           WS-BK-DELIVERY-REF(WS-BK-IDX)
                       MOVE 'N' TO WS-BK-FIRST-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BK-FIRST-FLAG = 'Y'
                   MOVE WS-BK-DELIVERY-REF(WS-BK-IDX) TO WS-ASN-REF
                   PERFORM CHECK-ONE-DELIVERY
                       THRU END-CHECK-ONE-DELIVERY
               END-IF
           END-PERFORM.
           CLOSE ASN-VARIANCE-FILE.
       END-CHECK-AGAINST-ASN.
           CONTINUE.

      * The notice's lines first claim what was booked of their
      * item; whatever a line still lacks is short (or, with
      * nothing at all, not delivered). What is left booked after
      * that is over-delivery when the item was on the notice, and
      * otherwise a substitute for something that did not come or,
      * when nothing fell short, simply an extra item.
       CHECK-ONE-DELIVERY.
           MOVE WS-ASN-REF TO AS-DELIVERY-REF.
           MOVE 0 TO AS-LINE-NO.
           READ ASN-FILE
               INVALID KEY
                   PERFORM LIST-UNANNOUNCED
                   GO TO END-CHECK-ONE-DELIVERY
           END-READ.
           MOVE AS-SUPPLIER-CODE TO WS-ASN-SUPPLIER.
           MOVE AS-LINE-COUNT TO WS-ASN-LINE-COUNT.
           MOVE AS-SUPPLIER-CODE TO ADL-SUPPLIER-CODE.
           MOVE AS-EXPECTED-DATE TO ADL-EXPECTED-DATE.
           SET AS-HAS-ARRIVED TO TRUE.
           MOVE WS-RUN-DATE TO AS-ARRIVED-DATE.
           REWRITE ASN-RECORD
               INVALID KEY
                   DISPLAY "GOODS-RECEIPT WARNING: NOTICE REWRITE "
                           "FAILED: " WS-ASN-REF
           END-REWRITE.
           MOVE WS-ASN-REF TO ADL-DELIVERY-REF.
           MOVE "AS NOTIFIED" TO ADL-STATUS.
           MOVE 'N' TO WS-ASN-SHORT-FLAG.
           MOVE 0 TO WS-DIFF-QTY.

           PERFORM VARYING WS-ASN-LINE-NO FROM 1 BY 1
                   UNTIL WS-ASN-LINE-NO > WS-ASN-LINE-COUNT
               MOVE WS-ASN-REF TO AS-DELIVERY-REF
               MOVE WS-ASN-LINE-NO TO AS-LINE-NO
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CLAIM-FOR-ASN-LINE
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-BK-SCAN FROM 1 BY 1
                   UNTIL WS-BK-SCAN > WS-BK-COUNT
               IF WS-BK-DELIVERY-REF(WS-BK-SCAN) = WS-ASN-REF
                       AND WS-BK-LEFT(WS-BK-SCAN) > 0
                   PERFORM LIST-LEFT-OVER
               END-IF
           END-PERFORM.

           IF ADL-STATUS = "AS NOTIFIED"
               ADD 1 TO WS-ASN-MATCHED
               WRITE ASN-VARIANCE-RECORD FROM ASN-DELIVERY-LINE
           ELSE
               ADD 1 TO WS-ASN-VARIANCES
           END-IF.
       END-CHECK-ONE-DELIVERY.
           CONTINUE.

      * ASN-RECORD holds the notice line. An earlier delivery under
      * the same reference has already filled part of it.
       CLAIM-FOR-ASN-LINE.
           IF ASL-RECEIVED-QTY < ASL-QTY
               COMPUTE WS-ASN-WANTED = ASL-QTY - ASL-RECEIVED-QTY
           ELSE
               MOVE 0 TO WS-ASN-WANTED
           END-IF.
           MOVE 0 TO WS-ASN-TAKEN.
           PERFORM VARYING WS-BK-SCAN FROM 1 BY 1
                   UNTIL WS-BK-SCAN > WS-BK-COUNT
               IF WS-BK-DELIVERY-REF(WS-BK-SCAN) = WS-ASN-REF
                       AND WS-BK-ITEM-CODE(WS-BK-SCAN) = ASL-ITEM-CODE
                   MOVE 'Y' TO WS-BK-ON-ASN(WS-BK-SCAN)
                   MOVE WS-ASN-LINE-NO TO WS-BK-ASN-LINE(WS-BK-SCAN)
                   IF WS-BK-LEFT(WS-BK-SCAN) > WS-ASN-WANTED
                       MOVE WS-ASN-WANTED TO WS-ASN-TAKEN
                   ELSE
                       MOVE WS-BK-LEFT(WS-BK-SCAN) TO WS-ASN-TAKEN
                   END-IF
                   SUBTRACT WS-ASN-TAKEN FROM WS-BK-LEFT(WS-BK-SCAN)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD WS-ASN-TAKEN TO ASL-RECEIVED-QTY.
           REWRITE ASN-RECORD
               INVALID KEY
                   DISPLAY "GOODS-RECEIPT WARNING: NOTICE LINE "
                           "REWRITE FAILED: " WS-ASN-REF "/"
                           WS-ASN-LINE-NO
           END-REWRITE.
           IF ASL-RECEIVED-QTY < ASL-QTY
               SET ASN-HAD-SHORTFALL TO TRUE
               MOVE ASL-ITEM-CODE TO AVL-ITEM-CODE
               IF ASL-RECEIVED-QTY = 0
                   MOVE "NOT DELIVERED" TO AVL-CLASS
               ELSE
                   MOVE "SHORT" TO AVL-CLASS
               END-IF
               MOVE ASL-QTY TO AVL-ASN-QTY
               MOVE ASL-RECEIVED-QTY TO AVL-RECEIVED-QTY
               COMPUTE WS-DIFF-QTY = ASL-RECEIVED-QTY - ASL-QTY
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

      * WS-BK-SCAN is the booked entry with quantity unclaimed.
       LIST-LEFT-OVER.
           MOVE WS-BK-ITEM-CODE(WS-BK-SCAN) TO AVL-ITEM-CODE.
           MOVE WS-BK-QTY(WS-BK-SCAN) TO AVL-RECEIVED-QTY.
           MOVE WS-BK-LEFT(WS-BK-SCAN) TO WS-DIFF-QTY.
           IF WS-BK-ON-ASN(WS-BK-SCAN) = 'Y'
               MOVE "OVER" TO AVL-CLASS
               COMPUTE AVL-ASN-QTY = WS-BK-QTY(WS-BK-SCAN)
                       - WS-BK-LEFT(WS-BK-SCAN)
               MOVE WS-ASN-REF TO AS-DELIVERY-REF
               MOVE WS-BK-ASN-LINE(WS-BK-SCAN) TO AS-LINE-NO
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-BK-LEFT(WS-BK-SCAN) TO ASL-RECEIVED-QTY
                       REWRITE ASN-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           ELSE
               IF ASN-HAD-SHORTFALL
                   MOVE "SUBSTITUTED" TO AVL-CLASS
               ELSE
                   MOVE "EXTRA ITEM" TO AVL-CLASS
               END-IF
               MOVE 0 TO AVL-ASN-QTY
           END-IF.
           PERFORM WRITE-VARIANCE-LINE.

      * The delivery line goes out ahead of the first variance.
       WRITE-VARIANCE-LINE.
           IF ADL-STATUS = "AS NOTIFIED"
               MOVE "VARIANCES" TO ADL-STATUS
               WRITE ASN-VARIANCE-RECORD FROM ASN-DELIVERY-LINE
           END-IF.
           MOVE WS-DIFF-QTY TO AVL-DIFF-QTY.
           WRITE ASN-VARIANCE-RECORD FROM ASN-VARIANCE-LINE.

       LIST-UNANNOUNCED.
           ADD 1 TO WS-ASN-UNANNOUNCED.
           MOVE WS-ASN-REF TO ADL-DELIVERY-REF.
           MOVE SPACES TO ADL-SUPPLIER-CODE.
           MOVE 0 TO ADL-EXPECTED-DATE.
           MOVE "UNANNOUNCED" TO ADL-STATUS.
           WRITE ASN-VARIANCE-RECORD FROM ASN-DELIVERY-LINE.
           PERFORM VARYING WS-BK-SCAN FROM 1 BY 1
                   UNTIL WS-BK-SCAN > WS-BK-COUNT
               IF WS-BK-DELIVERY-REF(WS-BK-SCAN) = WS-ASN-REF
                   MOVE WS-BK-ITEM-CODE(WS-BK-SCAN) TO AVL-ITEM-CODE
                   MOVE "NO NOTICE" TO AVL-CLASS
                   MOVE 0 TO AVL-ASN-QTY
                   MOVE WS-BK-QTY(WS-BK-SCAN) TO AVL-RECEIVED-QTY
                   MOVE WS-BK-QTY(WS-BK-SCAN) TO AVL-DIFF-QTY
                   WRITE ASN-VARIANCE-RECORD FROM ASN-VARIANCE-LINE
               END-IF
           END-PERFORM.

       END PROGRAM GOODS-RECEIPT.
