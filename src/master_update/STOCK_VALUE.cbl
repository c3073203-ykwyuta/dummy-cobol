      * before the layers existed) falls back to the average cost,
      * and is counted so the reader knows how much of the FIFO
      * figure is estimated. No card means AVG, the old behavior.
      *
      * Retail follows the price each store actually sells at: the
      * stock a store in a price zone holds of an item the zone
      * prices (ZONE_PRICE.IDX) is extended at the zone's price
      * rather than the master's. Without the zone price file, the
      * store master or the store balances, retail is all at the
      * master price.
      *
      * Consignment stock (CONSIGN_ITEM.IDX) is the supplier's until
      * it sells and is never on the master's stock, so it takes no
      * part in the valuation; a memo line after the grand totals
      * shows how much of it is held, at the agreed cost, so the
      * reader can see it is excluded rather than missing.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.
           SELECT CONSIGN-FILE ASSIGN TO DSN-CONSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-ITEM-CODE
               FILE STATUS IS FS-CONSIGN.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       FD  CONSIGN-FILE.
           COPY "CONSREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ITEM              PIC X(2).
           05  FS-RATE              PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-LAYER             PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-ZONE              PIC X(2).
           05  FS-CONSIGN           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/STOCK_VALUE.LST".
           05 DSN-LAYER         PIC X(33)
              VALUE "data/master_update/COST_LAYER.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-ZONE          PIC X(33)
              VALUE "data/master_update/ZONE_PRICE.IDX".
           05 DSN-CONSIGN       PIC X(35)
              VALUE "data/master_update/CONSIGN_ITEM.IDX".

       01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".


       01  WS-RUN-DATE              PIC 9(8).

      * The stores that sell under a price zone, loaded up front.
      * Zone retail is only worked out when the zone prices, the
      * store master and the store balances are all on file.
       01  WS-ZONE-ON-FLAG          PIC X VALUE 'N'.
           88  ZONE-RETAIL-IS-ON    VALUE 'Y'.
       01  WS-STORE-EOF-FLAG        PIC X VALUE 'N'.
           88  IS-STORE-EOF         VALUE 'Y'.
       01  WS-ZONE-STORE-TABLE.
           05  WS-ZS-COUNT          PIC 9(3) VALUE 0.
           05  WS-ZS-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-ZS-IDX.
               10  WS-ZS-STORE-CODE PIC X(4).
               10  WS-ZS-ZONE-CODE  PIC X(2).
       01  WS-ZS-SCAN-IDX           PIC 9(3).
       01  WS-ZONE-ADJUST-FLAG      PIC X.

      * Dated rates loaded up front; LOOK-UP-RATE picks the latest
      * entry effective on or before the run date.
       01  WS-RATE-TABLE.
           05  WS-INACTIVE-COUNT    PIC 9(7) VALUE 0.
           05  WS-NO-RATE-COUNT     PIC 9(7) VALUE 0.
           05  WS-UNLAYERED-COUNT   PIC 9(7) VALUE 0.
           05  WS-ZONE-ITEM-COUNT   PIC 9(7) VALUE 0.

      * The consignment memo, kept apart from every total above.
       01  WS-CONSIGN-TOTALS.
           05  WS-CONSIGN-ITEMS     PIC 9(7) VALUE 0.
           05  WS-CONSIGN-UNITS     PIC S9(9)V99 VALUE 0.
           05  WS-CONSIGN-VALUE     PIC S9(11)V99 VALUE 0.
       01  WS-CONSIGN-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-CONSIGN-EOF       VALUE 'Y'.

       01  VALUE-LINE.
           05  VL-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(9) VALUE " RETAIL: ".
           05  GTL-RETAIL           PIC -(11)9.99.

       01  CONSIGN-MEMO-LINE.
           05  FILLER               PIC X(30)
               VALUE "CONSIGNMENT (MEMO, NOT VALUED)".
           05  FILLER               PIC X(7) VALUE "ITEMS: ".
           05  CML-ITEMS            PIC Z(6)9.
           05  FILLER               PIC X(9) VALUE "  UNITS: ".
           05  CML-UNITS            PIC -(8)9.99.
           05  FILLER               PIC X(16)
               VALUE "  AGREED COST: ".
           05  CML-VALUE            PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-VALUE-MODE.
           PERFORM LOAD-RATE-TABLE THRU END-LOAD-RATE-TABLE.
           PERFORM LOAD-ZONE-STORES THRU END-LOAD-ZONE-STORES.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.

                   " ACTIVE: " WS-ACTIVE-COUNT
                   " INACTIVE: " WS-INACTIVE-COUNT
                   " NO RATE ON FILE: " WS-NO-RATE-COUNT
                   " AVG FALLBACK ITEMS: " WS-UNLAYERED-COUNT
                   " ZONE-PRICED ITEMS: " WS-ZONE-ITEM-COUNT.

       END-PROGRAM.
           IF LAYER-FILE-IS-OPEN
               CLOSE COST-LAYER-FILE
           END-IF.
           IF ZONE-RETAIL-IS-ON
               CLOSE ZONE-PRICE-FILE STORE-STOCK-FILE
           END-IF.
           CLOSE ITEM-MASTER-FILE REPORT-FILE.
           STOP RUN.

       END-LOAD-RATE-TABLE.
           CONTINUE.

      * Only stores assigned to a zone matter here; a store master
      * with no zoned stores leaves retail at the master price.
       LOAD-ZONE-STORES.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE NOT = "00"
               GO TO END-LOAD-ZONE-STORES
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE NOT = "00"
               CLOSE ZONE-PRICE-FILE
               GO TO END-LOAD-ZONE-STORES
           END-IF.
           PERFORM UNTIL IS-STORE-EOF
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET IS-STORE-EOF TO TRUE
                   NOT AT END
                       IF ST-PRICE-ZONE NOT = SPACES
                               AND WS-ZS-COUNT < 500
                           ADD 1 TO WS-ZS-COUNT
                           MOVE ST-STORE-CODE TO
                                   WS-ZS-STORE-CODE(WS-ZS-COUNT)
                           MOVE ST-PRICE-ZONE TO
                                   WS-ZS-ZONE-CODE(WS-ZS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER-FILE.
           IF WS-ZS-COUNT = 0
               CLOSE ZONE-PRICE-FILE
               GO TO END-LOAD-ZONE-STORES
           END-IF.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               DISPLAY "STOCK-VALUE WARNING: NO STORE BALANCES ON "
                       "FILE, RETAIL VALUED AT MASTER PRICE."
               CLOSE ZONE-PRICE-FILE
               GO TO END-LOAD-ZONE-STORES
           END-IF.
           SET ZONE-RETAIL-IS-ON TO TRUE.
       END-LOAD-ZONE-STORES.
           CONTINUE.

      * Each zoned store's holding of the item is moved from the
      * master price to its zone's price, where the zone has one.
       ADJUST-ZONE-RETAIL.
           MOVE 'N' TO WS-ZONE-ADJUST-FLAG.
           PERFORM VARYING WS-ZS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ZS-SCAN-IDX > WS-ZS-COUNT
               MOVE WS-ZS-ZONE-CODE(WS-ZS-SCAN-IDX) TO ZP-ZONE-CODE
               MOVE IM-ITEM-CODE TO ZP-ITEM-CODE
               READ ZONE-PRICE-FILE
                   NOT INVALID KEY
                       PERFORM ADJUST-ONE-STORE
               END-READ
           END-PERFORM.
           IF WS-ZONE-ADJUST-FLAG = 'Y'
               ADD 1 TO WS-ZONE-ITEM-COUNT
           END-IF.

       ADJUST-ONE-STORE.
           MOVE WS-ZS-STORE-CODE(WS-ZS-SCAN-IDX) TO SS-STORE-CODE.
           MOVE IM-ITEM-CODE TO SS-ITEM-CODE.
           READ STORE-STOCK-FILE
               NOT INVALID KEY
                   COMPUTE WS-EXT-RETAIL = WS-EXT-RETAIL
                           + SS-STOCK-QTY
                           * (ZP-ZONE-PRICE - IM-UNIT-PRICE)
                   MOVE 'Y' TO WS-ZONE-ADJUST-FLAG
           END-READ.

      * Latest rate effective on or before the run date wins; the
      * base currency always converts at 1, and a currency with no
      * usable rate converts at 1 but is counted so the report's
               COMPUTE WS-EXT-COST = IM-STOCK-QTY * IM-UNIT-COST
           END-IF.
           COMPUTE WS-EXT-RETAIL = IM-STOCK-QTY * IM-UNIT-PRICE.
           IF ZONE-RETAIL-IS-ON
               PERFORM ADJUST-ZONE-RETAIL
           END-IF.
           PERFORM LOOK-UP-RATE THRU END-LOOK-UP-RATE.
           COMPUTE WS-BASE-COST ROUNDED = WS-EXT-COST * WS-USE-RATE.
           COMPUTE WS-BASE-RETAIL ROUNDED =
           MOVE WS-TOT-INACT-BASE-RETAIL TO GTL-RETAIL.
           WRITE REPORT-RECORD FROM GRAND-TOTAL-LINE.

           PERFORM WRITE-CONSIGNMENT-MEMO THRU END-CONSIGNMENT-MEMO.

      * No consignment file, or nothing held on it, prints no memo.
       WRITE-CONSIGNMENT-MEMO.
           OPEN INPUT CONSIGN-FILE.
           IF FS-CONSIGN NOT = "00"
               GO TO END-CONSIGNMENT-MEMO
           END-IF.
           PERFORM UNTIL IS-CONSIGN-EOF
               READ CONSIGN-FILE NEXT RECORD
                   AT END
                       SET IS-CONSIGN-EOF TO TRUE
                   NOT AT END
                       IF CN-CONSIGN-QTY NOT = 0
                           ADD 1 TO WS-CONSIGN-ITEMS
                           ADD CN-CONSIGN-QTY TO WS-CONSIGN-UNITS
                           COMPUTE WS-CONSIGN-VALUE ROUNDED =
                                   WS-CONSIGN-VALUE
                                   + CN-CONSIGN-QTY * CN-AGREED-COST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSIGN-FILE.
           IF WS-CONSIGN-ITEMS > 0
               MOVE WS-CONSIGN-ITEMS TO CML-ITEMS
               MOVE WS-CONSIGN-UNITS TO CML-UNITS
               MOVE WS-CONSIGN-VALUE TO CML-VALUE
               WRITE REPORT-RECORD FROM CONSIGN-MEMO-LINE
           END-IF.
       END-CONSIGNMENT-MEMO.
           CONTINUE.

       END PROGRAM STOCK-VALUE.
