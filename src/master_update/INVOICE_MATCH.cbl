       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       AUTHOR. Jules.
      *
      * Three-way match of supplier invoices before accounts pay
      * them. Each invoice line (supplier, invoice number and date,
      * the PO and PO line it bills, item, quantity, unit cost) is
      * held against the purchase order it quotes (PURCH_ORDER.IDX)
      * and against what GOODS_RECEIPT actually booked for that PO
      * line (the received-goods journal, RECEIVED_GOODS.DAT, which
      * carries the GI-UNIT-COST of every delivery):
      *   - a line whose PO or PO line is not on file, or names
      *     another supplier's PO or another item, is unmatched and
      *     listed as such -- it will never match as keyed
      *   - a line billing goods with nothing yet received (and not
      *     already invoiced) is unmatched and HELD: carried to
      *     UNMATCHED_INV.NEW (the retained-file convention) and
      *     offered again every night, aging on the unmatched report
      *     from the night it first arrived
      *   - a line billing more than has been received and not yet
      *     invoiced goes to the quantity-variance listing, and is
      *     held the same way in case the rest is still on a truck
      *   - a line whose unit cost differs from the delivered cost by
      *     more than the tolerance (PRICE-TOL=<percent> on
      *     INVOICE_MATCH.PARM through PARM_KEYWORD, 2.00 when not
      *     given) goes to the price-variance listing for accounts
      *     to take up with the supplier; it is not held
      *   - everything else is matched: written to the matched-for-
      *     payment file and added to the PO line's invoiced
      *     quantity, so the same receipt cannot be paid twice
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO DSN-INVOICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVOICE.
           SELECT HELD-FILE ASSIGN TO DSN-HELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD.
           SELECT NEW-HELD-FILE ASSIGN TO DSN-NEW-HELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-HELD.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT PAY-FILE ASSIGN TO DSN-PAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAY.
           SELECT PRICE-VAR-FILE ASSIGN TO DSN-PRICE-VAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRICE-VAR.
           SELECT QTY-VAR-FILE ASSIGN TO DSN-QTY-VAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-QTY-VAR.
           SELECT UNMATCHED-FILE ASSIGN TO DSN-UNMATCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNMATCHED.

       DATA DIVISION.
       FILE SECTION.
      * The invoice feed from accounts and the held invoices carried
      * from earlier runs share one layout, read INTO INVOICE-LINE.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD           PIC X(63).

       FD  HELD-FILE.
       01  HELD-RECORD              PIC X(63).

       FD  NEW-HELD-FILE.
       01  NEW-HELD-RECORD          PIC X(63).

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

      * One line per invoice line passed for payment.
       FD  PAY-FILE.
       01  PAY-RECORD.
           05  PY-SUPPLIER-CODE     PIC X(4).
           05  PY-INVOICE-NO        PIC X(10).
           05  PY-INVOICE-DATE      PIC 9(8).
           05  PY-PO-NUMBER         PIC 9(8).
           05  PY-PO-LINE           PIC 9(3).
           05  PY-ITEM-CODE         PIC X(8).
           05  PY-QTY               PIC 9(5).
           05  PY-UNIT-COST         PIC 9(7)V99.
           05  PY-AMOUNT            PIC 9(9)V99.
           05  PY-MATCH-DATE        PIC 9(8).

       FD  PRICE-VAR-FILE.
       01  PRICE-VAR-RECORD         PIC X(120).

       FD  QTY-VAR-FILE.
       01  QTY-VAR-RECORD           PIC X(120).

       FD  UNMATCHED-FILE.
       01  UNMATCHED-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-INVOICE           PIC X(2).
           05  FS-HELD              PIC X(2).
           05  FS-NEW-HELD          PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-PAY               PIC X(2).
           05  FS-PRICE-VAR         PIC X(2).
           05  FS-QTY-VAR           PIC X(2).
           05  FS-UNMATCHED         PIC X(2).

       01  DSN-FIELDS.
           05 DSN-INVOICE       PIC X(35)
              VALUE "data/master_update/SUPP_INVOICE.DAT".
           05 DSN-HELD          PIC X(36)
              VALUE "data/master_update/UNMATCHED_INV.DAT".
           05 DSN-NEW-HELD      PIC X(36)
              VALUE "data/master_update/UNMATCHED_INV.NEW".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-PAY           PIC X(34)
              VALUE "data/master_update/MATCHED_PAY.DAT".
           05 DSN-PRICE-VAR     PIC X(36)
              VALUE "data/master_update/INV_PRICE_VAR.LST".
           05 DSN-QTY-VAR       PIC X(34)
              VALUE "data/master_update/INV_QTY_VAR.LST".
           05 DSN-UNMATCHED     PIC X(36)
              VALUE "data/master_update/UNMATCHED_INV.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/INVOICE_MATCH.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
      * Price tolerance, percent of the delivered unit cost; keyed
      * as 5 digits with 2 implied decimals (00250 = 2.5%).
       01  WS-PRICE-TOL             PIC 9(3)V99 VALUE 2.00.
       01  WS-TOL-CARD              PIC 9(3)V99.

      * One invoice line, feed or held -- the 63-byte image both
      * files carry. IV-FIRST-SEEN is zero on the feed and stamped
      * with the run date the first night the line is held.
       01  INVOICE-LINE.
           05  IV-SUPPLIER-CODE     PIC X(4).
           05  IV-INVOICE-NO        PIC X(10).
           05  IV-INVOICE-DATE      PIC 9(8).
           05  IV-PO-NUMBER         PIC 9(8).
           05  IV-PO-LINE           PIC 9(3).
           05  IV-ITEM-CODE         PIC X(8).
           05  IV-QTY               PIC 9(5).
           05  IV-UNIT-COST         PIC 9(7)V99.
           05  IV-FIRST-SEEN        PIC 9(8).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-RECEIVED-EOF-FLAG     PIC X VALUE 'N'.
           88  IS-RECEIVED-EOF      VALUE 'Y'.
       01  WS-RC-OVFL-FLAG          PIC X VALUE 'N'.
           88  RECEIPTS-OVERFLOWED  VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC 9(8).
       01  WS-AGE-DAYS              PIC S9(5).

      * Received quantity and delivered value per PO line, summed
      * from the received-goods journal up front. Receipts booked
      * without a PO (NOPO=ALLOW) cannot be invoiced against and
      * are not loaded.
       01  WS-RECEIPT-TABLE.
           05  WS-RC-COUNT          PIC 9(4) VALUE 0.
           05  WS-RC-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY WS-RC-IDX.
               10  WS-RC-PO-NUMBER  PIC 9(8).
               10  WS-RC-PO-LINE    PIC 9(3).
               10  WS-RC-QTY        PIC S9(7)V99.
               10  WS-RC-VALUE      PIC S9(11)V99.
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).

       01  WS-AVAILABLE-QTY         PIC S9(7)V99.
       01  WS-RECEIVED-COST         PIC 9(7)V99.
       01  WS-COST-DIFF             PIC S9(7)V99.
       01  WS-DIFF-PCT              PIC S9(5)V99.
       01  WS-PO-SUPPLIER           PIC X(4).
       01  WS-REASON                PIC X(24).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-READ         PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT     PIC 9(7) VALUE 0.
           05  WS-PRICE-VAR-COUNT   PIC 9(7) VALUE 0.
           05  WS-QTY-VAR-COUNT     PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT   PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-MATCHED-VALUE         PIC 9(11)V99 VALUE 0.

       01  VARIANCE-LINE.
           05  VL-SUPPLIER          PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  VL-INVOICE-NO        PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  VL-PO-NUMBER         PIC 9(8).
           05  FILLER               PIC X(1) VALUE "/".
           05  VL-PO-LINE           PIC 9(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  VL-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " INV: ".
           05  VL-INVOICED          PIC Z(6)9.99.
           05  FILLER               PIC X(6) VALUE " RCV: ".
           05  VL-RECEIVED          PIC -(6)9.99.
           05  FILLER               PIC X(7) VALUE " DIFF: ".
           05  VL-DIFFERENCE        PIC -(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  VL-FLAG              PIC X(12).

       01  UNMATCHED-LINE.
           05  UL-SUPPLIER          PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  UL-INVOICE-NO        PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  UL-INVOICE-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  UL-PO-NUMBER         PIC 9(8).
           05  FILLER               PIC X(1) VALUE "/".
           05  UL-PO-LINE           PIC 9(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  UL-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(6) VALUE " QTY: ".
           05  UL-QTY               PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " COST: ".
           05  UL-UNIT-COST         PIC Z(6)9.99.
           05  FILLER               PIC X(6) VALUE " AGE: ".
           05  UL-AGE-DAYS          PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  UL-REASON            PIC X(24).

       01  HEADING-LINE             PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE "PRICE-TOL" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:5) IS NUMERIC
               MOVE WS-KW-VALUE(1:5) TO WS-TOL-CARD
               MOVE WS-TOL-CARD TO WS-PRICE-TOL
           END-IF.

           PERFORM LOAD-RECEIPT-TABLE THRU END-LOAD-RECEIPTS.
           IF RECEIPTS-OVERFLOWED
               DISPLAY "ALERT: RECEIVED-GOODS JOURNAL EXCEEDS THE "
                       "TABLE -- RUN REFUSED, NOTHING MATCHED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PO-FILE.
           IF FS-PO NOT = "00"
               DISPLAY "INVOICE-MATCH: ERROR OPENING PURCHASE ORDER "
                       "FILE: " FS-PO " -- NOTHING MATCHED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAY-FILE PRICE-VAR-FILE QTY-VAR-FILE
                       UNMATCHED-FILE NEW-HELD-FILE.
           MOVE "PRICE VARIANCES -- INVOICED VS DELIVERED UNIT COST"
               TO HEADING-LINE.
           WRITE PRICE-VAR-RECORD FROM HEADING-LINE.
           MOVE "QUANTITY VARIANCES -- INVOICED VS RECEIVED NOT YET "
               & "INVOICED" TO HEADING-LINE.
           WRITE QTY-VAR-RECORD FROM HEADING-LINE.
           MOVE "UNMATCHED SUPPLIER INVOICE LINES, AGED FROM FIRST "
               & "RECEIPT OF THE INVOICE" TO HEADING-LINE.
           WRITE UNMATCHED-RECORD FROM HEADING-LINE.

      * Held lines first -- they are the older claims on whatever
      * has been received since.
           OPEN INPUT HELD-FILE.
           IF FS-HELD = "00"
               PERFORM UNTIL IS-EOF
                   READ HELD-FILE INTO INVOICE-LINE
                       AT END
                           SET IS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HELD-READ
                           PERFORM MATCH-ONE-LINE
                               THRU END-MATCH-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INVOICE-FILE.
           IF FS-INVOICE = "00"
               PERFORM UNTIL IS-EOF
                   READ INVOICE-FILE INTO INVOICE-LINE
                       AT END
                           SET IS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF IV-FIRST-SEEN IS NOT NUMERIC
                                   OR IV-FIRST-SEEN = 0
                               MOVE WS-RUN-DATE TO IV-FIRST-SEEN
                           END-IF
                           PERFORM MATCH-ONE-LINE
                               THRU END-MATCH-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           ELSE
               DISPLAY "INVOICE-MATCH: NO INVOICE FEED THIS RUN, HELD "
                       "LINES RE-OFFERED ONLY."
           END-IF.

           CLOSE PO-FILE PAY-FILE PRICE-VAR-FILE QTY-VAR-FILE
                 UNMATCHED-FILE NEW-HELD-FILE.

           DISPLAY "INVOICE-MATCH TOTALS -- READ: " WS-READ-COUNT
                   " HELD IN: " WS-HELD-READ
                   " MATCHED: " WS-MATCHED-COUNT
                   " VALUE: " WS-MATCHED-VALUE
                   " PRICE VAR: " WS-PRICE-VAR-COUNT
                   " QTY VAR: " WS-QTY-VAR-COUNT
                   " UNMATCHED: " WS-UNMATCHED-COUNT
                   " HELD OUT: " WS-HELD-COUNT.
           IF WS-PRICE-VAR-COUNT > 0 OR WS-QTY-VAR-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A missing journal just means nothing has been received yet
      * -- every invoice line is then held unmatched.
       LOAD-RECEIPT-TABLE.
           OPEN INPUT RECEIVED-FILE.
           IF FS-RECEIVED NOT = "00"
               GO TO END-LOAD-RECEIPTS
           END-IF.
           PERFORM UNTIL IS-RECEIVED-EOF
               READ RECEIVED-FILE
                   AT END
                       SET IS-RECEIVED-EOF TO TRUE
                   NOT AT END
                       IF RV-PO-NUMBER > 0
                           PERFORM ADD-TO-RECEIPT-TABLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIVED-FILE.
       END-LOAD-RECEIPTS.
           CONTINUE.

       ADD-TO-RECEIPT-TABLE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-RC-COUNT
                           OR WS-FOUND-IDX > 0
               IF WS-RC-PO-NUMBER(WS-SEARCH-IDX) = RV-PO-NUMBER
                       AND WS-RC-PO-LINE(WS-SEARCH-IDX) = RV-PO-LINE
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-RC-COUNT < 2000
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-FOUND-IDX
                   MOVE RV-PO-NUMBER TO WS-RC-PO-NUMBER(WS-FOUND-IDX)
                   MOVE RV-PO-LINE TO WS-RC-PO-LINE(WS-FOUND-IDX)
                   MOVE 0 TO WS-RC-QTY(WS-FOUND-IDX)
                   MOVE 0 TO WS-RC-VALUE(WS-FOUND-IDX)
               ELSE
                   SET RECEIPTS-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
               ADD RV-QTY TO WS-RC-QTY(WS-FOUND-IDX)
               COMPUTE WS-RC-VALUE(WS-FOUND-IDX) =
                       WS-RC-VALUE(WS-FOUND-IDX)
                       + RV-QTY * RV-UNIT-COST
           END-IF.

       MATCH-ONE-LINE.
           MOVE IV-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "PO NOT ON FILE" TO WS-REASON
                   PERFORM WRITE-UNMATCHED-LINE
                   GO TO END-MATCH-ONE-LINE
           END-READ.
           MOVE PO-SUPPLIER-CODE TO WS-PO-SUPPLIER.
           IF WS-PO-SUPPLIER NOT = IV-SUPPLIER-CODE
               MOVE "NOT THIS SUPPLIER'S PO" TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO END-MATCH-ONE-LINE
           END-IF.
           MOVE IV-PO-NUMBER TO PO-NUMBER.
           MOVE IV-PO-LINE TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "PO LINE NOT ON FILE" TO WS-REASON
                   PERFORM WRITE-UNMATCHED-LINE
                   GO TO END-MATCH-ONE-LINE
           END-READ.
           IF POL-ITEM-CODE NOT = IV-ITEM-CODE
               MOVE "ITEM NOT ON PO LINE" TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO END-MATCH-ONE-LINE
           END-IF.

      * What is left to bill on this line is what has been received
      * less what has already been passed for payment.
           PERFORM FIND-RECEIPT-ENTRY.
           IF WS-FOUND-IDX = 0
               MOVE 0 TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                       WS-RC-QTY(WS-FOUND-IDX) - POL-INVOICED-QTY
           END-IF.
           IF WS-AVAILABLE-QTY <= 0
               MOVE "NO RECEIPT -- HELD" TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               PERFORM HOLD-INVOICE-LINE
               GO TO END-MATCH-ONE-LINE
           END-IF.
           IF IV-QTY > WS-AVAILABLE-QTY
               PERFORM WRITE-QTY-VARIANCE
               PERFORM HOLD-INVOICE-LINE
               GO TO END-MATCH-ONE-LINE
           END-IF.

           COMPUTE WS-RECEIVED-COST ROUNDED =
                   WS-RC-VALUE(WS-FOUND-IDX) / WS-RC-QTY(WS-FOUND-IDX).
           COMPUTE WS-COST-DIFF = IV-UNIT-COST - WS-RECEIVED-COST.
           IF WS-RECEIVED-COST = 0
               IF WS-COST-DIFF NOT = 0
                   MOVE 999.99 TO WS-DIFF-PCT
               ELSE
                   MOVE 0 TO WS-DIFF-PCT
               END-IF
           ELSE
               COMPUTE WS-DIFF-PCT ROUNDED =
                       WS-COST-DIFF * 100 / WS-RECEIVED-COST
           END-IF.
           IF WS-DIFF-PCT < 0
               MULTIPLY -1 BY WS-DIFF-PCT
           END-IF.
           IF WS-DIFF-PCT > WS-PRICE-TOL
               PERFORM WRITE-PRICE-VARIANCE
               GO TO END-MATCH-ONE-LINE
           END-IF.

           PERFORM WRITE-PAY-LINE.
       END-MATCH-ONE-LINE.
           CONTINUE.

       FIND-RECEIPT-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-RC-COUNT
                           OR WS-FOUND-IDX > 0
               IF WS-RC-PO-NUMBER(WS-SEARCH-IDX) = IV-PO-NUMBER
                       AND WS-RC-PO-LINE(WS-SEARCH-IDX) = IV-PO-LINE
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * The PO line still in the record area takes the invoiced
      * quantity.
       WRITE-PAY-LINE.
           MOVE IV-SUPPLIER-CODE TO PY-SUPPLIER-CODE.
           MOVE IV-INVOICE-NO TO PY-INVOICE-NO.
           MOVE IV-INVOICE-DATE TO PY-INVOICE-DATE.
           MOVE IV-PO-NUMBER TO PY-PO-NUMBER.
           MOVE IV-PO-LINE TO PY-PO-LINE.
           MOVE IV-ITEM-CODE TO PY-ITEM-CODE.
           MOVE IV-QTY TO PY-QTY.
           MOVE IV-UNIT-COST TO PY-UNIT-COST.
           COMPUTE PY-AMOUNT = IV-QTY * IV-UNIT-COST.
           MOVE WS-RUN-DATE TO PY-MATCH-DATE.
           WRITE PAY-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD PY-AMOUNT TO WS-MATCHED-VALUE.
           ADD IV-QTY TO POL-INVOICED-QTY.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "INVOICE-MATCH WARNING: PO LINE REWRITE "
                           "FAILED: " IV-PO-NUMBER "/" IV-PO-LINE
           END-REWRITE.

       WRITE-PRICE-VARIANCE.
           MOVE SPACES TO VARIANCE-LINE.
           PERFORM FILL-VARIANCE-KEYS.
           MOVE IV-UNIT-COST TO VL-INVOICED.
           MOVE WS-RECEIVED-COST TO VL-RECEIVED.
           MOVE WS-COST-DIFF TO VL-DIFFERENCE.
           IF WS-COST-DIFF > 0
               MOVE "OVERCHARGED" TO VL-FLAG
           ELSE
               MOVE "UNDERCHARGED" TO VL-FLAG
           END-IF.
           WRITE PRICE-VAR-RECORD FROM VARIANCE-LINE.
           ADD 1 TO WS-PRICE-VAR-COUNT.

       WRITE-QTY-VARIANCE.
           MOVE SPACES TO VARIANCE-LINE.
           PERFORM FILL-VARIANCE-KEYS.
           MOVE IV-QTY TO VL-INVOICED.
           MOVE WS-AVAILABLE-QTY TO VL-RECEIVED.
           COMPUTE VL-DIFFERENCE = IV-QTY - WS-AVAILABLE-QTY.
           MOVE "HELD" TO VL-FLAG.
           WRITE QTY-VAR-RECORD FROM VARIANCE-LINE.
           ADD 1 TO WS-QTY-VAR-COUNT.

       FILL-VARIANCE-KEYS.
           MOVE IV-SUPPLIER-CODE TO VL-SUPPLIER.
           MOVE IV-INVOICE-NO TO VL-INVOICE-NO.
           MOVE IV-PO-NUMBER TO VL-PO-NUMBER.
           MOVE IV-PO-LINE TO VL-PO-LINE.
           MOVE IV-ITEM-CODE TO VL-ITEM-CODE.

       WRITE-UNMATCHED-LINE.
           MOVE SPACES TO UNMATCHED-LINE.
           MOVE IV-SUPPLIER-CODE TO UL-SUPPLIER.
           MOVE IV-INVOICE-NO TO UL-INVOICE-NO.
           MOVE IV-INVOICE-DATE TO UL-INVOICE-DATE.
           MOVE IV-PO-NUMBER TO UL-PO-NUMBER.
           MOVE IV-PO-LINE TO UL-PO-LINE.
           MOVE IV-ITEM-CODE TO UL-ITEM-CODE.
           MOVE IV-QTY TO UL-QTY.
           MOVE IV-UNIT-COST TO UL-UNIT-COST.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(IV-FIRST-SEEN).
           MOVE WS-AGE-DAYS TO UL-AGE-DAYS.
           MOVE WS-REASON TO UL-REASON.
           WRITE UNMATCHED-RECORD FROM UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT.

       HOLD-INVOICE-LINE.
           WRITE NEW-HELD-RECORD FROM INVOICE-LINE.
           ADD 1 TO WS-HELD-COUNT.

       END PROGRAM INVOICE-MATCH.
