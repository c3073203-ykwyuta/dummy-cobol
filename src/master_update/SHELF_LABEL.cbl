       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-LABEL.
       AUTHOR. Jules.
      *
      * Nightly shelf-edge label run. Works out, store by store,
      * which items' selling price changes tomorrow (the day after
      * the business date) and writes a ticket for each one to the
      * store's own label print file, SHELF_LABEL_<store>.DAT, so
      * the shelf is right before the first customer is. Three
      * things move a shelf price overnight:
      *   - a price change on PENDING_PRICE.DAT falling due
      *     tomorrow, which PRICE_PROC will apply on its next run
      *   - a promotion on PROMO_PRICE.DAT starting tomorrow
      *   - a promotion ending today
      * An item a store does not stock (no STORE_STOCK.IDX balance)
      * gets no ticket there, nor does a store marked closed, and
      * an event that leaves tomorrow's price where today's is (a
      * regular change under a running promotion, say) prints
      * nothing. The price is worked out the way SALES_PROC prices
      * a sale: the promotion for the store (or for all stores) in
      * force on the day, else the regular price.
      *
      * The regular price of a store in a price zone is the zone's
      * price for the item (ZONE_PRICE.IDX) where it has one, else
      * the master's, so such a store is ticketed for its zone's
      * pending changes as well as for master changes it does not
      * override with a zone price of its own.
      *
      * Each ticket carries the item's name, its first barcode on
      * the cross-reference, the new price, the price per kilogram
      * for an item sold by weight (IM-NET-WEIGHT-G on the master),
      * and the promotion's end date when the new price is a
      * promotion. SHELF_LABEL.LST lists the ticket count per store
      * so each store knows how many to expect.
      *
      * Run after PRICE_PROC's pending file has been rolled forward,
      * so PENDING_PRICE.DAT holds the changes not yet applied.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT XREF-FILE ASSIGN TO DSN-XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BX-BARCODE
               FILE STATUS IS FS-XREF.
           SELECT PENDING-FILE ASSIGN TO DSN-PENDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDING.
           SELECT PROMO-FILE ASSIGN TO DSN-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO.
           SELECT LABEL-FILE ASSIGN TO DSN-LABEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LABEL.
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  XREF-FILE.
           COPY "BARXREF.CPY".

      * PRICE_PROC's pending-price layout.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PN-ITEM-CODE         PIC X(8).
           05  PN-NEW-PRICE         PIC 9(7)V99.
           05  PN-NEW-COST          PIC 9(7)V99.
           05  PN-NEW-TAX-RATE      PIC 9(2)V99.
           05  PN-NEW-CURRENCY      PIC X(3).
           05  PN-EFFECTIVE-DATE    PIC 9(8).
           05  PN-OVERRIDE-CODE     PIC X.
           05  PN-ZONE-CODE         PIC X(2).

      * Same promotion layout SALES_PROC loads.
       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05  PR-ITEM-CODE         PIC X(8).
           05  PR-STORE-CODE        PIC X(4).
           05  PR-PROMO-PRICE       PIC 9(7)V99.
           05  PR-START-DATE        PIC 9(8).
           05  PR-END-DATE          PIC 9(8).

      * One ticket per line, in item order, fixed columns for the
      * label printer: the prices unedited with two implied
      * decimals, the per-kilogram price zero for an item sold by
      * the unit and the promotion end date zero at regular price.
       FD  LABEL-FILE.
       01  LABEL-RECORD.
           05  LB-STORE-CODE        PIC X(4).
           05  LB-ITEM-CODE         PIC X(8).
           05  LB-ITEM-NAME         PIC X(20).
           05  LB-BARCODE           PIC X(13).
           05  LB-NEW-PRICE         PIC 9(7)V99.
           05  LB-PRICE-PER-KG      PIC 9(7)V99.
           05  LB-PROMO-END-DATE    PIC 9(8).
      * What moved the price: 'P' a regular price change, 'S' a
      * promotion starting, 'E' a promotion ending.
           05  LB-REASON            PIC X.
           05  LB-EFFECTIVE-DATE    PIC 9(8).

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-XREF              PIC X(2).
           05  FS-PENDING           PIC X(2).
           05  FS-PROMO             PIC X(2).
           05  FS-LABEL             PIC X(2).
           05  FS-ZONE              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-XREF          PIC X(35)
              VALUE "data/master_update/BARCODE_XREF.IDX".
           05 DSN-PENDING       PIC X(36)
              VALUE "data/master_update/PENDING_PRICE.DAT".
           05 DSN-PROMO         PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.DAT".
           05 DSN-ZONE          PIC X(33)
              VALUE "data/master_update/ZONE_PRICE.IDX".
      * Set per store before the label file is opened.
           05 DSN-LABEL         PIC X(80).
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/SHELF_LABEL.LST".

      * The count list is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE NAME                      TICKETS   PRICE PROMO ON
      -        " PROMO OFF  LABEL FILE".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-LABEL-DATE            PIC 9(8).

       01  WS-EOF-FLAGS.
           05  WS-STOCK-EOF         PIC X VALUE 'N'.
           05  WS-XREF-EOF          PIC X VALUE 'N'.
           05  WS-PENDING-EOF       PIC X VALUE 'N'.
           05  WS-PROMO-EOF         PIC X VALUE 'N'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-OPEN       VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-FILE-OPEN      VALUE 'Y'.
       01  WS-LABEL-OPEN-FLAG       PIC X VALUE 'N'.
           88  LABEL-FILE-OPEN      VALUE 'Y'.
       01  WS-ZONE-OPEN-FLAG        PIC X VALUE 'N'.
           88  ZONE-FILE-OPEN       VALUE 'Y'.

      * The store in hand: its code, name, whether it takes labels
      * at all, and its tickets so far by reason.
       01  WS-LAST-STORE            PIC X(4) VALUE SPACES.
       01  WS-FIRST-STORE-FLAG      PIC X VALUE 'Y'.
       01  WS-STORE-NAME            PIC X(25).
       01  WS-STORE-ZONE            PIC X(2).
       01  WS-STORE-LABELS-FLAG     PIC X.
           88  STORE-TAKES-LABELS   VALUE 'Y'.
       01  WS-STORE-COUNTS.
           05  WS-ST-TICKETS        PIC 9(5).
           05  WS-ST-PRICE          PIC 9(5).
           05  WS-ST-PROMO-ON       PIC 9(5).
           05  WS-ST-PROMO-OFF      PIC 9(5).

      * Price changes falling due tomorrow, loaded from the pending
      * file; a later line for the same item and zone (spaces for
      * the master price) overrides an earlier.
       01  WS-CHANGE-TABLE.
           05  WS-CH-COUNT          PIC 9(4) VALUE 0.
           05  WS-CH-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-CH-IDX.
               10  WS-CH-ITEM       PIC X(8).
               10  WS-CH-ZONE       PIC X(2).
               10  WS-CH-PRICE      PIC 9(7)V99.

      * The promotions that start tomorrow, end today, or are in
      * force across the night -- the only ones that can decide
      * either day's price.
       01  WS-PROMO-TABLE.
           05  WS-PR-COUNT          PIC 9(4) VALUE 0.
           05  WS-PR-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-ITEM       PIC X(8).
               10  WS-PR-STORE      PIC X(4).
               10  WS-PR-PRICE      PIC 9(7)V99.
               10  WS-PR-START      PIC 9(8).
               10  WS-PR-END        PIC 9(8).

      * First barcode seen per item, loaded in one pass of the
      * cross-reference, as COUNT_SHEET does.
       01  WS-BARCODE-TABLE.
           05  WS-BC-COUNT          PIC 9(4) VALUE 0.
           05  WS-BC-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-BC-IDX.
               10  WS-BC-ITEM       PIC X(8).
               10  WS-BC-BARCODE    PIC X(13).
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-FLAG            PIC X.

      * The item in hand: what moves its price tonight, and the
      * price either side of midnight.
       01  WS-EVENT-FLAGS.
           05  WS-EV-PRICE          PIC X.
           05  WS-EV-PROMO-ON       PIC X.
           05  WS-EV-PROMO-OFF      PIC X.
      * The zone's own price either side of midnight, zero when
      * the zone has none and the master's price stands.
       01  WS-ZONE-TODAY            PIC 9(7)V99.
       01  WS-ZONE-TOMORROW         PIC 9(7)V99.
       01  WS-REGULAR-TODAY         PIC 9(7)V99.
       01  WS-REGULAR-TOMORROW      PIC 9(7)V99.
       01  WS-PRICE-TODAY           PIC 9(7)V99.
       01  WS-PRICE-TOMORROW        PIC 9(7)V99.
       01  WS-PROMO-END-TOMORROW    PIC 9(8).
       01  WS-PRICE-DATE            PIC 9(8).
       01  WS-PRICE-FOUND           PIC 9(7)V99.
       01  WS-PROMO-END-FOUND       PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-PROMO-COUNT       PIC 9(7) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.
           05  WS-TICKET-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-COUNT   PIC 9(7) VALUE 0.
           05  WS-NO-BARCODE-COUNT  PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.

       01  STORE-COUNT-LINE.
           05  SCL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SCL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-TICKETS          PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-PRICE            PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-PROMO-ON         PIC Z(7)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-PROMO-OFF        PIC Z(8)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SCL-LABEL-FILE       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           COMPUTE WS-LABEL-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) + 1).

           PERFORM LOAD-PRICE-CHANGES THRU END-LOAD-PRICE-CHANGES.
           PERFORM LOAD-PROMOTIONS THRU END-LOAD-PROMOTIONS.
           PERFORM LOAD-BARCODE-TABLE THRU END-LOAD-BARCODES.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE = "00"
               SET ZONE-FILE-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "SHELF-EDGE LABELS BY STORE FOR PRICES FROM "
                  WS-LABEL-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           IF NOT ITEM-FILE-OPEN
               DISPLAY "SHELF-LABEL: CANNOT OPEN MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               DISPLAY "SHELF-LABEL: NO STORE-STOCK FILE YET: "
                       FS-STORE-STOCK
               GO TO END-PROGRAM
           END-IF.

      * Nothing due, nothing starting or ending -- no store gets a
      * ticket, but every store still gets its zero on the list.
           PERFORM UNTIL WS-STOCK-EOF = 'Y'
               READ STORE-STOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOCK-EOF
                   NOT AT END
                       IF SS-STORE-CODE NOT = WS-LAST-STORE
                               OR WS-FIRST-STORE-FLAG = 'Y'
                           PERFORM FINISH-STORE THRU END-FINISH-STORE
                           PERFORM START-STORE
                       END-IF
                       IF STORE-TAKES-LABELS
                           PERFORM CHECK-ITEM THRU END-CHECK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FINISH-STORE THRU END-FINISH-STORE.
           CLOSE STORE-STOCK-FILE.

       END-PROGRAM.
           DISPLAY "SHELF-LABEL TOTALS -- DATE: " WS-LABEL-DATE
                   " CHANGES DUE: " WS-CHANGE-COUNT
                   " PROMOTIONS: " WS-PROMO-COUNT
                   " STORES: " WS-STORE-COUNT
                   " CLOSED: " WS-CLOSED-COUNT
                   " TICKETS: " WS-TICKET-COUNT
                   " PRICE UNCHANGED: " WS-UNCHANGED-COUNT
                   " WITHOUT BARCODE: " WS-NO-BARCODE-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STORES: " WS-STORE-COUNT
                  "  TICKETS: " WS-TICKET-COUNT
                  "  WITHOUT BARCODE: " WS-NO-BARCODE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           IF ITEM-FILE-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF STORE-FILE-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           IF ZONE-FILE-OPEN
               CLOSE ZONE-PRICE-FILE
           END-IF.
           STOP RUN.

      * Only the changes that take effect tomorrow; anything due
      * today or earlier has been applied, anything later waits.
       LOAD-PRICE-CHANGES.
           OPEN INPUT PENDING-FILE.
           IF FS-PENDING NOT = "00"
               GO TO END-LOAD-PRICE-CHANGES
           END-IF.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PN-EFFECTIVE-DATE > WS-PROC-DATE
                               AND PN-EFFECTIVE-DATE <= WS-LABEL-DATE
                           PERFORM NOTE-PRICE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
       END-LOAD-PRICE-CHANGES.
           CONTINUE.

       NOTE-PRICE-CHANGE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CH-COUNT
               IF WS-CH-ITEM(WS-SEARCH-IDX) = PN-ITEM-CODE
                       AND WS-CH-ZONE(WS-SEARCH-IDX) = PN-ZONE-CODE
                   MOVE PN-NEW-PRICE TO WS-CH-PRICE(WS-SEARCH-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-CH-COUNT < 1000
                   ADD 1 TO WS-CH-COUNT
                   MOVE PN-ITEM-CODE TO WS-CH-ITEM(WS-CH-COUNT)
                   MOVE PN-ZONE-CODE TO WS-CH-ZONE(WS-CH-COUNT)
                   MOVE PN-NEW-PRICE TO WS-CH-PRICE(WS-CH-COUNT)
                   ADD 1 TO WS-CHANGE-COUNT
               ELSE
                   DISPLAY "SHELF-LABEL WARNING: PRICE-CHANGE TABLE "
                           "FULL, NO TICKET FOR " PN-ITEM-CODE
               END-IF
           END-IF.

       LOAD-PROMOTIONS.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO NOT = "00"
               GO TO END-LOAD-PROMOTIONS
           END-IF.
           PERFORM UNTIL WS-PROMO-EOF = 'Y'
               READ PROMO-FILE
                   AT END
                       MOVE 'Y' TO WS-PROMO-EOF
                   NOT AT END
                       IF PR-START-DATE <= WS-LABEL-DATE
                               AND PR-END-DATE >= WS-PROC-DATE
                           PERFORM NOTE-PROMOTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
       END-LOAD-PROMOTIONS.
           CONTINUE.

       NOTE-PROMOTION.
           IF WS-PR-COUNT < 1000
               ADD 1 TO WS-PR-COUNT
               MOVE PR-ITEM-CODE TO WS-PR-ITEM(WS-PR-COUNT)
               MOVE PR-STORE-CODE TO WS-PR-STORE(WS-PR-COUNT)
               MOVE PR-PROMO-PRICE TO WS-PR-PRICE(WS-PR-COUNT)
               MOVE PR-START-DATE TO WS-PR-START(WS-PR-COUNT)
               MOVE PR-END-DATE TO WS-PR-END(WS-PR-COUNT)
               ADD 1 TO WS-PROMO-COUNT
           ELSE
               DISPLAY "SHELF-LABEL WARNING: PROMOTION TABLE FULL, "
                       "NO TICKET FOR " PR-ITEM-CODE
           END-IF.

       LOAD-BARCODE-TABLE.
           OPEN INPUT XREF-FILE.
           IF FS-XREF NOT = "00"
               DISPLAY "SHELF-LABEL WARNING: NO BARCODE "
                       "CROSS-REFERENCE, TICKETS PRINT WITHOUT "
                       "BARCODES."
               GO TO END-LOAD-BARCODES
           END-IF.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       PERFORM KEEP-FIRST-BARCODE
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
       END-LOAD-BARCODES.
           CONTINUE.

       KEEP-FIRST-BARCODE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-BC-COUNT
               IF WS-BC-ITEM(WS-SEARCH-IDX) = BX-ITEM-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-BC-COUNT < 1000
                   ADD 1 TO WS-BC-COUNT
                   MOVE BX-ITEM-CODE TO WS-BC-ITEM(WS-BC-COUNT)
                   MOVE BX-BARCODE TO WS-BC-BARCODE(WS-BC-COUNT)
               ELSE
                   DISPLAY "SHELF-LABEL WARNING: BARCODE TABLE FULL, "
                           "NO BARCODE FOR " BX-ITEM-CODE
               END-IF
           END-IF.

      * A new store: look it up, and name its label file. The file
      * itself is only opened when the first ticket is written, so
      * a store with nothing changing is sent no empty file.
       START-STORE.
           MOVE 'N' TO WS-FIRST-STORE-FLAG.
           MOVE SS-STORE-CODE TO WS-LAST-STORE.
           ADD 1 TO WS-STORE-COUNT.
           INITIALIZE WS-STORE-COUNTS.
           MOVE 'Y' TO WS-STORE-LABELS-FLAG.
           MOVE SPACES TO WS-STORE-NAME.
           MOVE SPACES TO WS-STORE-ZONE.
           IF STORE-FILE-OPEN
               MOVE SS-STORE-CODE TO ST-STORE-CODE
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON STORE MASTER)" TO WS-STORE-NAME
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO WS-STORE-NAME
                       MOVE ST-PRICE-ZONE TO WS-STORE-ZONE
                       IF ST-IS-CLOSED
                           MOVE 'N' TO WS-STORE-LABELS-FLAG
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO DSN-LABEL.
           STRING "data/master_update/SHELF_LABEL_"
                  SS-STORE-CODE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO DSN-LABEL.

      * Close off the store just finished: shut its label file and
      * put its counts on the list.
       FINISH-STORE.
           IF WS-FIRST-STORE-FLAG = 'Y'
               GO TO END-FINISH-STORE
           END-IF.
           IF LABEL-FILE-OPEN
               CLOSE LABEL-FILE
               MOVE 'N' TO WS-LABEL-OPEN-FLAG
           END-IF.
           MOVE WS-LAST-STORE TO SCL-STORE-CODE.
           MOVE WS-STORE-NAME TO SCL-STORE-NAME.
           MOVE WS-ST-TICKETS TO SCL-TICKETS.
           MOVE WS-ST-PRICE TO SCL-PRICE.
           MOVE WS-ST-PROMO-ON TO SCL-PROMO-ON.
           MOVE WS-ST-PROMO-OFF TO SCL-PROMO-OFF.
           EVALUATE TRUE
               WHEN NOT STORE-TAKES-LABELS
                   MOVE "STORE CLOSED -- NO TICKETS" TO SCL-LABEL-FILE
               WHEN WS-ST-TICKETS = 0
                   MOVE "NONE" TO SCL-LABEL-FILE
               WHEN OTHER
                   MOVE DSN-LABEL(20:40) TO SCL-LABEL-FILE
           END-EVALUATE.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE STORE-COUNT-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-FINISH-STORE.
           CONTINUE.

      * One item the store stocks: is anything moving its price
      * tonight, and if so does the price actually change?
       CHECK-ITEM.
           MOVE 'N' TO WS-EV-PRICE WS-EV-PROMO-ON WS-EV-PROMO-OFF.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CH-COUNT
               IF WS-CH-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                       AND (WS-CH-ZONE(WS-SEARCH-IDX) = SPACES
                       OR WS-CH-ZONE(WS-SEARCH-IDX) = WS-STORE-ZONE)
                   MOVE 'Y' TO WS-EV-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-PR-COUNT
               IF WS-PR-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                       AND (WS-PR-STORE(WS-SEARCH-IDX) = SPACES
                       OR WS-PR-STORE(WS-SEARCH-IDX) = SS-STORE-CODE)
                   IF WS-PR-START(WS-SEARCH-IDX) = WS-LABEL-DATE
                       MOVE 'Y' TO WS-EV-PROMO-ON
                   END-IF
                   IF WS-PR-END(WS-SEARCH-IDX) = WS-PROC-DATE
                       MOVE 'Y' TO WS-EV-PROMO-OFF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EVENT-FLAGS = "NNN"
               GO TO END-CHECK-ITEM
           END-IF.

           MOVE SS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO END-CHECK-ITEM
           END-READ.
           IF IM-IS-INACTIVE
               GO TO END-CHECK-ITEM
           END-IF.

           MOVE 0 TO WS-ZONE-TODAY.
           IF WS-STORE-ZONE NOT = SPACES AND ZONE-FILE-OPEN
               MOVE WS-STORE-ZONE TO ZP-ZONE-CODE
               MOVE SS-ITEM-CODE TO ZP-ITEM-CODE
               READ ZONE-PRICE-FILE
                   NOT INVALID KEY
                       MOVE ZP-ZONE-PRICE TO WS-ZONE-TODAY
               END-READ
           END-IF.
           MOVE WS-ZONE-TODAY TO WS-ZONE-TOMORROW.
           MOVE IM-UNIT-PRICE TO WS-REGULAR-TOMORROW.
           IF WS-EV-PRICE = 'Y'
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-CH-COUNT
                   IF WS-CH-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                       IF WS-CH-ZONE(WS-SEARCH-IDX) = SPACES
                           MOVE WS-CH-PRICE(WS-SEARCH-IDX)
                                   TO WS-REGULAR-TOMORROW
                       ELSE
                           IF WS-CH-ZONE(WS-SEARCH-IDX)
                                   = WS-STORE-ZONE
                               MOVE WS-CH-PRICE(WS-SEARCH-IDX)
                                       TO WS-ZONE-TOMORROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      * A zone price, where the store's zone has one, stands in for
      * the master's; a zone change to zero takes it off again.
           MOVE IM-UNIT-PRICE TO WS-REGULAR-TODAY.
           IF WS-ZONE-TODAY > 0
               MOVE WS-ZONE-TODAY TO WS-REGULAR-TODAY
           END-IF.
           IF WS-ZONE-TOMORROW > 0
               MOVE WS-ZONE-TOMORROW TO WS-REGULAR-TOMORROW
           END-IF.

           MOVE WS-PROC-DATE TO WS-PRICE-DATE.
           MOVE WS-REGULAR-TODAY TO WS-PRICE-FOUND.
           PERFORM FIND-PROMO-PRICE.
           MOVE WS-PRICE-FOUND TO WS-PRICE-TODAY.
           MOVE WS-LABEL-DATE TO WS-PRICE-DATE.
           MOVE WS-REGULAR-TOMORROW TO WS-PRICE-FOUND.
           PERFORM FIND-PROMO-PRICE.
           MOVE WS-PRICE-FOUND TO WS-PRICE-TOMORROW.
           MOVE WS-PROMO-END-FOUND TO WS-PROMO-END-TOMORROW.

           IF WS-PRICE-TOMORROW = WS-PRICE-TODAY
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO END-CHECK-ITEM
           END-IF.
           PERFORM WRITE-LABEL.
       END-CHECK-ITEM.
           CONTINUE.

      * The promotion in force for this store on WS-PRICE-DATE,
      * first match as SALES_PROC takes it; the regular price
      * already in WS-PRICE-FOUND stands when there is none.
       FIND-PROMO-PRICE.
           MOVE 0 TO WS-PROMO-END-FOUND.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-PR-COUNT
               IF WS-PR-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                       AND (WS-PR-STORE(WS-SEARCH-IDX) = SPACES
                       OR WS-PR-STORE(WS-SEARCH-IDX) = SS-STORE-CODE)
                       AND WS-PR-START(WS-SEARCH-IDX) <= WS-PRICE-DATE
                       AND WS-PR-END(WS-SEARCH-IDX) >= WS-PRICE-DATE
                   MOVE WS-PR-PRICE(WS-SEARCH-IDX) TO WS-PRICE-FOUND
                   MOVE WS-PR-END(WS-SEARCH-IDX) TO WS-PROMO-END-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-LABEL.
           IF NOT LABEL-FILE-OPEN
               OPEN OUTPUT LABEL-FILE
               SET LABEL-FILE-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO LABEL-RECORD.
           MOVE SS-STORE-CODE TO LB-STORE-CODE.
           MOVE SS-ITEM-CODE TO LB-ITEM-CODE.
           MOVE IM-ITEM-NAME TO LB-ITEM-NAME.
           MOVE WS-PRICE-TOMORROW TO LB-NEW-PRICE.
           MOVE WS-PROMO-END-TOMORROW TO LB-PROMO-END-DATE.
           MOVE WS-LABEL-DATE TO LB-EFFECTIVE-DATE.
           IF IM-NET-WEIGHT-G > 0
               COMPUTE LB-PRICE-PER-KG ROUNDED =
                       WS-PRICE-TOMORROW * 1000 / IM-NET-WEIGHT-G
           ELSE
               MOVE 0 TO LB-PRICE-PER-KG
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-BC-COUNT
               IF WS-BC-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                   MOVE WS-BC-BARCODE(WS-SEARCH-IDX) TO LB-BARCODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               ADD 1 TO WS-NO-BARCODE-COUNT
           END-IF.

      * A promotion starting outranks one ending, which outranks a
      * regular change -- the ticket names what the shopper sees.
           EVALUATE TRUE
               WHEN WS-EV-PROMO-ON = 'Y'
                       AND WS-PROMO-END-TOMORROW NOT = 0
                   MOVE 'S' TO LB-REASON
                   ADD 1 TO WS-ST-PROMO-ON
               WHEN WS-EV-PROMO-OFF = 'Y'
                       AND WS-PROMO-END-TOMORROW = 0
                   MOVE 'E' TO LB-REASON
                   ADD 1 TO WS-ST-PROMO-OFF
               WHEN OTHER
                   MOVE 'P' TO LB-REASON
                   ADD 1 TO WS-ST-PRICE
           END-EVALUATE.
           WRITE LABEL-RECORD.
           ADD 1 TO WS-ST-TICKETS WS-TICKET-COUNT.

       END PROGRAM SHELF-LABEL.
