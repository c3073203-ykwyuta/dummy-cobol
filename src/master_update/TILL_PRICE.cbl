       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-PRICE.
       AUTHOR. Jules.
      *
      * Nightly till price download. Writes each open store its own
      * POS item file, TILL_PRICE_<store>.DAT, holding every
      * sellable item (active and not under recall quarantine) with
      * its barcodes from BARCODE_XREF.IDX, its name, its tax rate
      * and the price the store will charge tomorrow -- worked out
      * from the same pricing source SALES_PROC prices a sale from
      * and the same way SHELF_LABEL tickets the shelf:
      *   - the master price, or the store's zone price
      *     (ZONE_PRICE.IDX) where the zone has one
      *   - any master or zone change on PENDING_PRICE.DAT falling
      *     due tomorrow (with the master tax rate it carries)
      *   - the promotion on PROMO_PRICE.DAT for the store, or for
      *     all stores, in force tomorrow, first match as SALES_PROC
      *     takes it
      * so the tills ring what the shelf says and the variances
      * PRICE_VAR.LST catches stop at the source. The tax rate is
      * the one TAX_LOOKUP finds in force tomorrow for the store's
      * tax region and the item's tax class, as SALES_PROC charges
      * it; an item not yet classed goes with its own rate. A
      * classed item with no rate on file for the store's region is
      * kept off that store's tills -- SALES_PROC would refuse its
      * sale -- and counted on the totals until the rate is added.
      *
      * Two kinds of file, each wrapped in a "0000" header (store,
      * version, 'F' full or 'C' changes, business date) and a
      * "9999" trailer (detail count and a hash total of the
      * prices), in the style of DELTA_FEED.DAT:
      *   'F' a full refresh -- the till clears its item file and
      *       loads every line
      *   'C' changes only -- the lines for an item replace all the
      *       till holds for it (barcodes included), and an 'X'
      *       line takes an item off the till altogether
      * A line is sent per barcode, a multipack barcode carrying
      * its pack quantity against the unit price; an item with no
      * barcode is sent once with the barcode blank, for keying by
      * item code. The version of a file is the date its prices
      * take effect.
      *
      * What each store was last sent is kept on TILL_SENT.IDX
      * (store and item), so a changes file carries only the items
      * whose price, tax, name, promotion end or barcodes differ
      * from it, and an 'X' for each item that has left the till.
      * A store gets the full refresh on the weekday named by
      * FULL-DAY= on TILL_PRICE.PARM (1 Monday to 7 Sunday, default
      * 7) -- the weekday the prices take effect -- or on every
      * night with MODE=FULL; and whatever the day, it gets one
      * when it has never been sent a file, or when its last file
      * was not acknowledged loaded. Every file goes on the
      * register TILL_REG.DAT, and the tills' acknowledgments come
      * back on TILL_ACK.DAT -- TILL_ACK reports which till loaded
      * which version. TILL_PRICE.LST lists what each store was
      * sent and why.
      *
      * Run after PRICE_PROC's pending file has been rolled forward,
      * so PENDING_PRICE.DAT holds the changes not yet applied.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.
           SELECT SENT-FILE ASSIGN TO DSN-SENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS FS-SENT.
           SELECT TILL-FILE ASSIGN TO DSN-TILL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TILL.
           SELECT TILL-REG-FILE ASSIGN TO DSN-TILL-REG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TILL-REG.
           SELECT ACK-FILE ASSIGN TO DSN-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACK.
           SELECT BARCODE-SORT-FILE ASSIGN TO "TILLSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.
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

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

      * What the store's tills were last sent for the item, and the
      * version of the last run that found the item still sellable
      * -- a record left behind by tonight's run is an item that
      * has left the till.
       FD  SENT-FILE.
       01  SENT-RECORD.
           05  TS-KEY.
               10  TS-STORE-CODE    PIC X(4).
               10  TS-ITEM-CODE     PIC X(8).
           05  TS-ITEM-NAME         PIC X(20).
           05  TS-PRICE             PIC 9(7)V99.
           05  TS-TAX-RATE          PIC 9(2)V99.
           05  TS-PROMO-END-DATE    PIC 9(8).
           05  TS-BARCODE-COUNT     PIC 9(3).
           05  TS-BARCODE-HASH      PIC 9(16).
           05  TS-SEEN-VERSION      PIC 9(8).

      * The POS download, fixed columns, prices and rates unedited
      * with two implied decimals; the promotion end date is zero
      * at regular price.
       FD  TILL-FILE.
       01  TILL-RECORD.
           05  TD-ACTION            PIC X.
           05  TD-ITEM-CODE         PIC X(8).
           05  TD-BARCODE           PIC X(13).
           05  TD-PACK-QTY          PIC 9(3).
           05  TD-ITEM-NAME         PIC X(20).
           05  TD-PRICE             PIC 9(7)V99.
           05  TD-TAX-RATE          PIC 9(2)V99.
           05  TD-PROMO-END-DATE    PIC 9(8).
       01  TILL-HEADER-RECORD.
           05  TH-MARKER            PIC X(4).
           05  TH-STORE-CODE        PIC X(4).
           05  TH-VERSION           PIC 9(8).
           05  TH-FILE-TYPE         PIC X.
           05  TH-BUSINESS-DATE     PIC 9(8).
       01  TILL-TRAILER-RECORD.
           05  TT-MARKER            PIC X(4).
           05  TT-RECORD-COUNT      PIC 9(7).
           05  TT-HASH-TOTAL        PIC 9(11)V99.

      * One line per file produced -- what the tills'
      * acknowledgments are held against.
       FD  TILL-REG-FILE.
       01  TILL-REG-RECORD.
           05  TR-STORE-CODE        PIC X(4).
           05  TR-VERSION           PIC 9(8).
           05  TR-FILE-TYPE         PIC X.
           05  TR-RECORD-COUNT      PIC 9(7).
           05  TR-HASH-TOTAL        PIC 9(11)V99.
           05  TR-RUN-DATE          PIC 9(8).

      * One line per till per file loaded (or failed), returned by
      * the store: the version and detail count the till loaded,
      * "OK" or the till's error code, and when.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AK-STORE-CODE        PIC X(4).
           05  AK-TILL-ID           PIC X(4).
           05  AK-VERSION           PIC 9(8).
           05  AK-RECORD-COUNT      PIC 9(7).
           05  AK-STATUS            PIC X(2).
           05  AK-LOAD-DATE         PIC 9(8).
           05  AK-LOAD-TIME         PIC 9(4).

       SD  BARCODE-SORT-FILE.
       01  BARCODE-SORT-RECORD.
           05  BS-BARCODE           PIC X(13).
           05  BS-ITEM-CODE         PIC X(8).
           05  BS-PACK-QTY          PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ITEM              PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-XREF              PIC X(2).
           05  FS-PENDING           PIC X(2).
           05  FS-PROMO             PIC X(2).
           05  FS-ZONE              PIC X(2).
           05  FS-SENT              PIC X(2).
           05  FS-TILL              PIC X(2).
           05  FS-TILL-REG          PIC X(2).
           05  FS-ACK               PIC X(2).

       01  DSN-FIELDS.
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
           05 DSN-SENT          PIC X(32)
              VALUE "data/master_update/TILL_SENT.IDX".
           05 DSN-TILL-REG      PIC X(31)
              VALUE "data/master_update/TILL_REG.DAT".
           05 DSN-ACK           PIC X(31)
              VALUE "data/master_update/TILL_ACK.DAT".
      * Set per store before the download is opened.
           05 DSN-TILL          PIC X(80).
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/TILL_PRICE.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/TILL_PRICE.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-PARM-NUMBER           PIC 9(5).
       01  WS-FULL-DAY              PIC 9 VALUE 7.
       01  WS-MODE-FLAG             PIC X VALUE 'C'.
           88  MODE-IS-FULL         VALUE 'F'.

      * The list is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE NAME                      FILE     LINES  ITEMS RE
      -        "MOVED VERSION   REASON".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
      * The date tomorrow's prices take effect -- the version of
      * every file this run writes.
       01  WS-PRICE-DATE            PIC 9(8).
       01  WS-PRICE-WEEKDAY         PIC 9.
       01  WS-WEEKLY-FLAG           PIC X VALUE 'N'.
           88  WEEKLY-REFRESH-DAY   VALUE 'Y'.

       01  WS-EOF-FLAGS.
           05  WS-ITEM-EOF          PIC X VALUE 'N'.
           05  WS-STORE-EOF         PIC X VALUE 'N'.
           05  WS-PENDING-EOF       PIC X VALUE 'N'.
           05  WS-PROMO-EOF         PIC X VALUE 'N'.
           05  WS-REG-EOF           PIC X VALUE 'N'.
           05  WS-ACK-EOF           PIC X VALUE 'N'.
           05  WS-SENT-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.
       01  WS-ZONE-OPEN-FLAG        PIC X VALUE 'N'.
           88  ZONE-FILE-OPEN       VALUE 'Y'.
       01  WS-XREF-OPEN-FLAG        PIC X VALUE 'N'.
           88  XREF-FILE-ON-DISK    VALUE 'Y'.

      * Price changes falling due tomorrow, loaded from the pending
      * file; a later line for the same item and zone (spaces for
      * the master price) overrides an earlier. A master change
      * carries the tax rate the item goes onto with it.
       01  WS-CHANGE-TABLE.
           05  WS-CH-COUNT          PIC 9(4) VALUE 0.
           05  WS-CH-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-CH-IDX.
               10  WS-CH-ITEM       PIC X(8).
               10  WS-CH-ZONE       PIC X(2).
               10  WS-CH-PRICE      PIC 9(7)V99.
               10  WS-CH-TAX-RATE   PIC 9(2)V99.

      * The promotions in force tomorrow.
       01  WS-PROMO-TABLE.
           05  WS-PR-COUNT          PIC 9(4) VALUE 0.
           05  WS-PR-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-ITEM       PIC X(8).
               10  WS-PR-STORE      PIC X(4).
               10  WS-PR-PRICE      PIC 9(7)V99.
               10  WS-PR-END        PIC 9(8).

      * Every barcode on the cross-reference, sorted into item
      * order so each store's pass of the item master walks it in
      * step: WS-BC-NEXT is the first entry not yet passed.
       01  WS-BARCODE-TABLE.
           05  WS-BC-COUNT          PIC 9(5) VALUE 0.
           05  WS-BC-ENTRIES OCCURS 20000 TIMES
                   INDEXED BY WS-BC-IDX.
               10  WS-BC-ITEM       PIC X(8).
               10  WS-BC-BARCODE    PIC X(13).
               10  WS-BC-PACK-QTY   PIC 9(3).
       01  WS-BC-NEXT               PIC 9(5).
       01  WS-BC-FIRST              PIC 9(5).
       01  WS-BC-LAST               PIC 9(5).
       01  WS-BC-SUB                PIC 9(5).

      * What each store was last sent, from the register (the
      * latest registration per store), and whether the tills
      * acknowledged it: 'N' nothing back yet, 'A' loaded,
      * 'F' a till reported a failure, 'M' a till loaded a
      * different count from what was sent. A failure from any
      * till outweighs a load by another.
       01  WS-SENT-TABLE.
           05  WS-SV-COUNT          PIC 9(3) VALUE 0.
           05  WS-SV-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-SV-IDX.
               10  WS-SV-STORE      PIC X(4).
               10  WS-SV-VERSION    PIC 9(8).
               10  WS-SV-REC-COUNT  PIC 9(7).
               10  WS-SV-ACK-FLAG   PIC X.
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-FLAG            PIC X.

      * The store in hand.
       01  WS-STORE-CODE            PIC X(4).
       01  WS-STORE-ZONE            PIC X(2).
       01  WS-STORE-TAX-REGION      PIC X(4).
       01  WS-FILE-TYPE             PIC X.
           88  FILE-IS-FULL         VALUE 'F'.
           88  FILE-IS-CHANGES      VALUE 'C'.
       01  WS-REASON                PIC X(40).
       01  WS-STORE-COUNTS.
           05  WS-ST-LINES          PIC 9(7).
           05  WS-ST-ITEMS          PIC 9(6).
           05  WS-ST-REMOVED        PIC 9(7).
       01  WS-ST-HASH               PIC 9(11)V99.

      * The item in hand: tomorrow's price and rate at this store,
      * and the fingerprint of its barcodes.
       01  WS-REGULAR-PRICE         PIC 9(7)V99.
       01  WS-ZONE-PRICE            PIC 9(7)V99.
       01  WS-TILL-PRICE            PIC 9(7)V99.
       01  WS-TILL-TAX-RATE         PIC 9(2)V99.
       01  WS-TAX-STATUS            PIC X(2).
       01  WS-PROMO-END-FOUND       PIC 9(8).
       01  WS-BARCODE-COUNT         PIC 9(3).
       01  WS-BARCODE-HASH          PIC 9(16).
       01  WS-BARCODE-VALUE         PIC 9(13).
       01  WS-NEW-ITEM-FLAG         PIC X.
           88  ITEM-NOT-YET-SENT    VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-PROMO-COUNT       PIC 9(7) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
           05  WS-FULL-COUNT        PIC 9(5) VALUE 0.
           05  WS-CHANGES-COUNT     PIC 9(5) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(9) VALUE 0.
           05  WS-ACKS-SEEN         PIC 9(7) VALUE 0.
           05  WS-NO-RATE-COUNT     PIC 9(7) VALUE 0.

       01  STORE-SENT-LINE.
           05  SSL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SSL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SSL-FILE-TYPE        PIC X(7).
           05  SSL-LINES            PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SSL-ITEMS            PIC Z(5)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SSL-REMOVED          PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SSL-VERSION          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SSL-REASON           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           COMPUTE WS-PRICE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) + 1).
           PERFORM READ-PARAMETERS.
           COMPUTE WS-PRICE-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-PRICE-DATE) - 1, 7)
                   + 1.
           IF WS-PRICE-WEEKDAY = WS-FULL-DAY
               SET WEEKLY-REFRESH-DAY TO TRUE
           END-IF.

           PERFORM LOAD-PRICE-CHANGES THRU END-LOAD-PRICE-CHANGES.
           PERFORM LOAD-PROMOTIONS THRU END-LOAD-PROMOTIONS.
           PERFORM LOAD-TILL-REGISTER THRU END-LOAD-TILL-REGISTER.
           PERFORM APPLY-ACKNOWLEDGMENTS THRU END-APPLY-ACKS.
           OPEN INPUT XREF-FILE.
           IF FS-XREF = "00"
               SET XREF-FILE-ON-DISK TO TRUE
               CLOSE XREF-FILE
           END-IF.
           IF XREF-FILE-ON-DISK
               SORT BARCODE-SORT-FILE
                   ON ASCENDING KEY BS-ITEM-CODE BS-BARCODE
                   USING XREF-FILE
                   OUTPUT PROCEDURE IS LOAD-BARCODE-TABLE
           ELSE
               DISPLAY "TILL-PRICE WARNING: NO BARCODE "
                       "CROSS-REFERENCE, ITEMS GO TO THE TILLS "
                       "WITHOUT BARCODES."
           END-IF.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "TILL PRICE DOWNLOADS BY STORE FOR PRICES FROM "
                  WS-PRICE-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "TILL-PRICE: CANNOT OPEN MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           CLOSE ITEM-MASTER-FILE.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE NOT = "00"
               DISPLAY "TILL-PRICE: CANNOT OPEN STORE MASTER: "
                       FS-STORE
               GO TO END-PROGRAM
           END-IF.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE = "00"
               SET ZONE-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O SENT-FILE.
           IF FS-SENT NOT = "00"
      * Nothing sent yet: create the file, then reopen it.
               OPEN OUTPUT SENT-FILE
               IF FS-SENT = "00"
                   CLOSE SENT-FILE
                   OPEN I-O SENT-FILE
               END-IF
           END-IF.
           OPEN EXTEND TILL-REG-FILE.
           IF FS-TILL-REG NOT = "00"
               OPEN OUTPUT TILL-REG-FILE
           END-IF.

           PERFORM UNTIL WS-STORE-EOF = 'Y'
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       PERFORM SEND-STORE THRU END-SEND-STORE
               END-READ
           END-PERFORM.

           CLOSE STORE-MASTER-FILE.
           CLOSE SENT-FILE.
           CLOSE TILL-REG-FILE.
           IF ZONE-FILE-OPEN
               CLOSE ZONE-PRICE-FILE
           END-IF.

       END-PROGRAM.
           DISPLAY "TILL-PRICE TOTALS -- VERSION: " WS-PRICE-DATE
                   " CHANGES DUE: " WS-CHANGE-COUNT
                   " PROMOTIONS: " WS-PROMO-COUNT
                   " STORES: " WS-STORE-COUNT
                   " CLOSED: " WS-CLOSED-COUNT
                   " FULL: " WS-FULL-COUNT
                   " CHANGES: " WS-CHANGES-COUNT
                   " LINES: " WS-LINE-COUNT
                   " NO TAX RATE: " WS-NO-RATE-COUNT.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "TILL-PRICE WARNING: ITEMS KEPT OFF THE TILLS "
                       "FOR WANT OF A TAX RATE -- SEE TAX_MAINT."
           END-IF.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STORES: " WS-STORE-COUNT
                  "  FULL: " WS-FULL-COUNT
                  "  CHANGES: " WS-CHANGES-COUNT
                  "  CLOSED: " WS-CLOSED-COUNT
                  "  LINES: " WS-LINE-COUNT
                  "  NO TAX RATE: " WS-NO-RATE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           STOP RUN.

      * MODE=FULL sends every store the full refresh tonight;
      * FULL-DAY= moves the weekly refresh off Sunday.
       READ-PARAMETERS.
           MOVE "MODE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:4) = "FULL"
               SET MODE-IS-FULL TO TRUE
           END-IF.
           MOVE "FULL-DAY" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 7
                   MOVE WS-PARM-NUMBER TO WS-FULL-DAY
               END-IF
           END-IF.

      * Only the changes that take effect tomorrow; anything due
      * today or earlier is already on the master or zone file.
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
                               AND PN-EFFECTIVE-DATE <= WS-PRICE-DATE
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
                   MOVE PN-NEW-TAX-RATE
                           TO WS-CH-TAX-RATE(WS-SEARCH-IDX)
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
                   MOVE PN-NEW-TAX-RATE TO WS-CH-TAX-RATE(WS-CH-COUNT)
                   ADD 1 TO WS-CHANGE-COUNT
               ELSE
                   DISPLAY "TILL-PRICE WARNING: PRICE-CHANGE TABLE "
                           "FULL, TODAY'S PRICE SENT FOR "
                           PN-ITEM-CODE
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
                       IF PR-START-DATE <= WS-PRICE-DATE
                               AND PR-END-DATE >= WS-PRICE-DATE
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
               MOVE PR-END-DATE TO WS-PR-END(WS-PR-COUNT)
               ADD 1 TO WS-PROMO-COUNT
           ELSE
               DISPLAY "TILL-PRICE WARNING: PROMOTION TABLE FULL, "
                       "REGULAR PRICE SENT FOR " PR-ITEM-CODE
           END-IF.

       LOAD-BARCODE-TABLE.
           PERFORM UNTIL IS-SORT-EOF
               RETURN BARCODE-SORT-FILE
                   AT END
                       SET IS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-BC-COUNT < 20000
                           ADD 1 TO WS-BC-COUNT
                           MOVE BS-ITEM-CODE
                                   TO WS-BC-ITEM(WS-BC-COUNT)
                           MOVE BS-BARCODE
                                   TO WS-BC-BARCODE(WS-BC-COUNT)
                           MOVE BS-PACK-QTY
                                   TO WS-BC-PACK-QTY(WS-BC-COUNT)
                       ELSE
                           DISPLAY "TILL-PRICE WARNING: BARCODE "
                                   "TABLE FULL, " BS-BARCODE
                                   " NOT SENT"
                       END-IF
               END-RETURN
           END-PERFORM.

      * A store registered more than once (a rerun, or every night
      * since the first) keeps only its latest registration -- the
      * file its tills ought to be running on.
       LOAD-TILL-REGISTER.
           OPEN INPUT TILL-REG-FILE.
           IF FS-TILL-REG NOT = "00"
               GO TO END-LOAD-TILL-REGISTER
           END-IF.
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ TILL-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-REGISTRATION
                           THRU END-NOTE-ONE-REGISTRATION
               END-READ
           END-PERFORM.
           CLOSE TILL-REG-FILE.
       END-LOAD-TILL-REGISTER.
           CONTINUE.

       NOTE-ONE-REGISTRATION.
           MOVE TR-STORE-CODE TO WS-STORE-CODE.
           PERFORM FIND-SENT-STORE.
           IF WS-FOUND-FLAG = 'N'
               IF WS-SV-COUNT >= 500
                   DISPLAY "TILL-PRICE WARNING: STORE TABLE FULL, "
                           TR-STORE-CODE " GETS A FULL REFRESH."
                   GO TO END-NOTE-ONE-REGISTRATION
               END-IF
               ADD 1 TO WS-SV-COUNT
               MOVE WS-SV-COUNT TO WS-SEARCH-IDX
               MOVE TR-STORE-CODE TO WS-SV-STORE(WS-SEARCH-IDX)
           END-IF.
           MOVE TR-VERSION TO WS-SV-VERSION(WS-SEARCH-IDX).
           MOVE TR-RECORD-COUNT TO WS-SV-REC-COUNT(WS-SEARCH-IDX).
           MOVE 'N' TO WS-SV-ACK-FLAG(WS-SEARCH-IDX).
       END-NOTE-ONE-REGISTRATION.
           CONTINUE.

       FIND-SENT-STORE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SV-COUNT
               IF WS-SV-STORE(WS-SEARCH-IDX) = WS-STORE-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Only an acknowledgment of the store's latest version decides
      * tonight's file; older ones are TILL_ACK's business.
       APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE.
           IF FS-ACK NOT = "00"
               GO TO END-APPLY-ACKS
           END-IF.
           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-ACKS-SEEN
                       PERFORM APPLY-ONE-ACK THRU END-APPLY-ONE-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
       END-APPLY-ACKS.
           CONTINUE.

       APPLY-ONE-ACK.
           MOVE AK-STORE-CODE TO WS-STORE-CODE.
           PERFORM FIND-SENT-STORE.
           IF WS-FOUND-FLAG = 'N'
               GO TO END-APPLY-ONE-ACK
           END-IF.
           IF AK-VERSION NOT = WS-SV-VERSION(WS-SEARCH-IDX)
               GO TO END-APPLY-ONE-ACK
           END-IF.
           EVALUATE TRUE
               WHEN AK-STATUS NOT = "OK"
                   MOVE 'F' TO WS-SV-ACK-FLAG(WS-SEARCH-IDX)
               WHEN AK-RECORD-COUNT NOT =
                       WS-SV-REC-COUNT(WS-SEARCH-IDX)
                   IF WS-SV-ACK-FLAG(WS-SEARCH-IDX) NOT = 'F'
                       MOVE 'M' TO WS-SV-ACK-FLAG(WS-SEARCH-IDX)
                   END-IF
               WHEN WS-SV-ACK-FLAG(WS-SEARCH-IDX) = 'N'
                   MOVE 'A' TO WS-SV-ACK-FLAG(WS-SEARCH-IDX)
           END-EVALUATE.
       END-APPLY-ONE-ACK.
           CONTINUE.

      * One store: choose its file, write it, register it, list it.
      * A closed store's tills are not sent anything.
       SEND-STORE.
           IF ST-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO END-SEND-STORE
           END-IF.
           ADD 1 TO WS-STORE-COUNT.
           MOVE ST-STORE-CODE TO WS-STORE-CODE.
           MOVE ST-PRICE-ZONE TO WS-STORE-ZONE.
           MOVE ST-TAX-REGION TO WS-STORE-TAX-REGION.
           INITIALIZE WS-STORE-COUNTS.
           MOVE 0 TO WS-ST-HASH.
           PERFORM CHOOSE-FILE-TYPE.

           MOVE SPACES TO DSN-TILL.
           STRING "data/master_update/TILL_PRICE_"
                  WS-STORE-CODE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO DSN-TILL.
           OPEN OUTPUT TILL-FILE.
           IF FS-TILL NOT = "00"
               DISPLAY "TILL-PRICE: CANNOT OPEN DOWNLOAD FOR STORE "
                       WS-STORE-CODE ": " FS-TILL
               GO TO END-SEND-STORE
           END-IF.
           MOVE "0000" TO TH-MARKER.
           MOVE WS-STORE-CODE TO TH-STORE-CODE.
           MOVE WS-PRICE-DATE TO TH-VERSION.
           MOVE WS-FILE-TYPE TO TH-FILE-TYPE.
           MOVE WS-PROC-DATE TO TH-BUSINESS-DATE.
           WRITE TILL-HEADER-RECORD.

           MOVE 1 TO WS-BC-NEXT.
           MOVE 'N' TO WS-ITEM-EOF.
           OPEN INPUT ITEM-MASTER-FILE.
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END
                       PERFORM CHECK-ITEM THRU END-CHECK-ITEM
               END-READ
           END-PERFORM.
           CLOSE ITEM-MASTER-FILE.
           PERFORM SWEEP-UNSEEN-ITEMS THRU END-SWEEP-UNSEEN.

           MOVE "9999" TO TT-MARKER.
           MOVE WS-ST-LINES TO TT-RECORD-COUNT.
           MOVE WS-ST-HASH TO TT-HASH-TOTAL.
           WRITE TILL-TRAILER-RECORD.
           CLOSE TILL-FILE.
           ADD WS-ST-LINES TO WS-LINE-COUNT.

           MOVE WS-STORE-CODE TO TR-STORE-CODE.
           MOVE WS-PRICE-DATE TO TR-VERSION.
           MOVE WS-FILE-TYPE TO TR-FILE-TYPE.
           MOVE WS-ST-LINES TO TR-RECORD-COUNT.
           MOVE WS-ST-HASH TO TR-HASH-TOTAL.
           MOVE WS-PROC-DATE TO TR-RUN-DATE.
           WRITE TILL-REG-RECORD.

           MOVE WS-STORE-CODE TO SSL-STORE-CODE.
           MOVE ST-STORE-NAME TO SSL-STORE-NAME.
           IF FILE-IS-FULL
               MOVE "FULL" TO SSL-FILE-TYPE
           ELSE
               MOVE "CHANGES" TO SSL-FILE-TYPE
           END-IF.
           MOVE WS-ST-LINES TO SSL-LINES.
           MOVE WS-ST-ITEMS TO SSL-ITEMS.
           MOVE WS-ST-REMOVED TO SSL-REMOVED.
           MOVE WS-PRICE-DATE TO SSL-VERSION.
           MOVE WS-REASON TO SSL-REASON.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE STORE-SENT-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-SEND-STORE.
           CONTINUE.

      * A changes file is only safe on top of a file the tills are
      * known to have loaded; anything less and the store is sent
      * the lot.
       CHOOSE-FILE-TYPE.
           PERFORM FIND-SENT-STORE.
           MOVE 'F' TO WS-FILE-TYPE.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN MODE-IS-FULL
                   MOVE "MODE=FULL ON THE PARAMETER CARD"
                           TO WS-REASON
               WHEN WEEKLY-REFRESH-DAY
                   MOVE "WEEKLY FULL REFRESH" TO WS-REASON
               WHEN WS-FOUND-FLAG = 'N'
                   MOVE "FIRST DOWNLOAD TO THIS STORE" TO WS-REASON
               WHEN WS-SV-ACK-FLAG(WS-SEARCH-IDX) = 'N'
                   STRING "VERSION " WS-SV-VERSION(WS-SEARCH-IDX)
                          " NOT ACKNOWLEDGED"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-SV-ACK-FLAG(WS-SEARCH-IDX) = 'F'
                   STRING "VERSION " WS-SV-VERSION(WS-SEARCH-IDX)
                          " FAILED TO LOAD"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN WS-SV-ACK-FLAG(WS-SEARCH-IDX) = 'M'
                   STRING "VERSION " WS-SV-VERSION(WS-SEARCH-IDX)
                          " LOADED SHORT"
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN OTHER
                   MOVE 'C' TO WS-FILE-TYPE
                   STRING "CHANGES SINCE VERSION "
                          WS-SV-VERSION(WS-SEARCH-IDX)
                       DELIMITED BY SIZE INTO WS-REASON
           END-EVALUATE.
           IF FILE-IS-FULL
               ADD 1 TO WS-FULL-COUNT
           ELSE
               ADD 1 TO WS-CHANGES-COUNT
           END-IF.

      * One item off the master. Its barcodes are picked off the
      * sorted table whether it is sent or not, to keep the table
      * in step; an item no longer sellable is left for the sweep
      * to take off the till.
       CHECK-ITEM.
           PERFORM FIND-ITEM-BARCODES.
           IF IM-IS-INACTIVE OR IM-IS-QUARANTINED
               GO TO END-CHECK-ITEM
           END-IF.
           PERFORM PRICE-FOR-TOMORROW.
      * No rate on file for the store's region and the item's class:
      * kept off the till, and the sweep takes it off if it was on.
           IF WS-TAX-STATUS NOT = "00"
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO END-CHECK-ITEM
           END-IF.

           MOVE WS-STORE-CODE TO TS-STORE-CODE.
           MOVE IM-ITEM-CODE TO TS-ITEM-CODE.
           MOVE 'N' TO WS-NEW-ITEM-FLAG.
           READ SENT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-ITEM-FLAG
           END-READ.
           IF FILE-IS-FULL OR ITEM-NOT-YET-SENT
                   OR TS-ITEM-NAME NOT = IM-ITEM-NAME
                   OR TS-PRICE NOT = WS-TILL-PRICE
                   OR TS-TAX-RATE NOT = WS-TILL-TAX-RATE
                   OR TS-PROMO-END-DATE NOT = WS-PROMO-END-FOUND
                   OR TS-BARCODE-COUNT NOT = WS-BARCODE-COUNT
                   OR TS-BARCODE-HASH NOT = WS-BARCODE-HASH
               PERFORM WRITE-ITEM-LINES
           END-IF.

           MOVE IM-ITEM-NAME TO TS-ITEM-NAME.
           MOVE WS-TILL-PRICE TO TS-PRICE.
           MOVE WS-TILL-TAX-RATE TO TS-TAX-RATE.
           MOVE WS-PROMO-END-FOUND TO TS-PROMO-END-DATE.
           MOVE WS-BARCODE-COUNT TO TS-BARCODE-COUNT.
           MOVE WS-BARCODE-HASH TO TS-BARCODE-HASH.
           MOVE WS-PRICE-DATE TO TS-SEEN-VERSION.
           IF ITEM-NOT-YET-SENT
               WRITE SENT-RECORD
           ELSE
               REWRITE SENT-RECORD
           END-IF.
       END-CHECK-ITEM.
           CONTINUE.

      * The item's run of entries on the sorted barcode table
      * (WS-BC-FIRST thru WS-BC-LAST, none when FIRST > LAST), and a
      * fingerprint of them -- count and a hash of the codes and
      * pack quantities -- so a barcode added, dropped or changed
      * sends the item again.
       FIND-ITEM-BARCODES.
           PERFORM UNTIL WS-BC-NEXT > WS-BC-COUNT
                   OR WS-BC-ITEM(WS-BC-NEXT) >= IM-ITEM-CODE
               ADD 1 TO WS-BC-NEXT
           END-PERFORM.
           MOVE WS-BC-NEXT TO WS-BC-FIRST.
           MOVE 0 TO WS-BARCODE-COUNT.
           MOVE 0 TO WS-BARCODE-HASH.
           PERFORM UNTIL WS-BC-NEXT > WS-BC-COUNT
                   OR WS-BC-ITEM(WS-BC-NEXT) NOT = IM-ITEM-CODE
               ADD 1 TO WS-BARCODE-COUNT
               COMPUTE WS-BARCODE-VALUE = FUNCTION NUMVAL(
                       WS-BC-BARCODE(WS-BC-NEXT))
               ADD WS-BARCODE-VALUE WS-BC-PACK-QTY(WS-BC-NEXT)
                   TO WS-BARCODE-HASH
               ADD 1 TO WS-BC-NEXT
           END-PERFORM.
           COMPUTE WS-BC-LAST = WS-BC-NEXT - 1.

      * Tomorrow's regular price at this store -- the zone's where
      * it has one, else the master's, either moved by a change
      * falling due -- then the promotion in force over it.
       PRICE-FOR-TOMORROW.
           MOVE 0 TO WS-ZONE-PRICE.
           IF WS-STORE-ZONE NOT = SPACES AND ZONE-FILE-OPEN
               MOVE WS-STORE-ZONE TO ZP-ZONE-CODE
               MOVE IM-ITEM-CODE TO ZP-ITEM-CODE
               READ ZONE-PRICE-FILE
                   NOT INVALID KEY
                       MOVE ZP-ZONE-PRICE TO WS-ZONE-PRICE
               END-READ
           END-IF.
           MOVE IM-UNIT-PRICE TO WS-REGULAR-PRICE.
           MOVE IM-TAX-RATE TO WS-TILL-TAX-RATE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CH-COUNT
               IF WS-CH-ITEM(WS-SEARCH-IDX) = IM-ITEM-CODE
                   IF WS-CH-ZONE(WS-SEARCH-IDX) = SPACES
                       MOVE WS-CH-PRICE(WS-SEARCH-IDX)
                               TO WS-REGULAR-PRICE
                       MOVE WS-CH-TAX-RATE(WS-SEARCH-IDX)
                               TO WS-TILL-TAX-RATE
                   ELSE
                       IF WS-CH-ZONE(WS-SEARCH-IDX) = WS-STORE-ZONE
                           MOVE WS-CH-PRICE(WS-SEARCH-IDX)
                                   TO WS-ZONE-PRICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A classed item is taxed at the rate in force tomorrow for the
      * store's region, whatever rate the item or a change carries.
           MOVE "00" TO WS-TAX-STATUS.
           IF IM-TAX-CLASS NOT = SPACES
               CALL "TAX_LOOKUP" USING WS-STORE-TAX-REGION,
                       IM-TAX-CLASS, WS-PRICE-DATE, WS-TILL-TAX-RATE,
                       WS-TAX-STATUS
           END-IF.
      * A zone price stands in for the master's; a zone change to
      * zero takes it off again.
           IF WS-ZONE-PRICE > 0
               MOVE WS-ZONE-PRICE TO WS-REGULAR-PRICE
           END-IF.

           MOVE WS-REGULAR-PRICE TO WS-TILL-PRICE.
           MOVE 0 TO WS-PROMO-END-FOUND.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-PR-COUNT
               IF WS-PR-ITEM(WS-SEARCH-IDX) = IM-ITEM-CODE
                       AND (WS-PR-STORE(WS-SEARCH-IDX) = SPACES
                       OR WS-PR-STORE(WS-SEARCH-IDX) = WS-STORE-CODE)
                   MOVE WS-PR-PRICE(WS-SEARCH-IDX) TO WS-TILL-PRICE
                   MOVE WS-PR-END(WS-SEARCH-IDX) TO WS-PROMO-END-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A line per barcode, or the one blank-barcode line.
       WRITE-ITEM-LINES.
           ADD 1 TO WS-ST-ITEMS.
           MOVE SPACES TO TILL-RECORD.
           MOVE 'U' TO TD-ACTION.
           MOVE IM-ITEM-CODE TO TD-ITEM-CODE.
           MOVE IM-ITEM-NAME TO TD-ITEM-NAME.
           MOVE WS-TILL-PRICE TO TD-PRICE.
           MOVE WS-TILL-TAX-RATE TO TD-TAX-RATE.
           MOVE WS-PROMO-END-FOUND TO TD-PROMO-END-DATE.
           IF WS-BARCODE-COUNT = 0
               MOVE 1 TO TD-PACK-QTY
               PERFORM WRITE-TILL-LINE
           ELSE
               PERFORM VARYING WS-BC-SUB FROM WS-BC-FIRST BY 1
                       UNTIL WS-BC-SUB > WS-BC-LAST
                   MOVE WS-BC-BARCODE(WS-BC-SUB) TO TD-BARCODE
                   MOVE WS-BC-PACK-QTY(WS-BC-SUB) TO TD-PACK-QTY
                   PERFORM WRITE-TILL-LINE
               END-PERFORM
           END-IF.

       WRITE-TILL-LINE.
           WRITE TILL-RECORD.
           ADD 1 TO WS-ST-LINES.
           ADD TD-PRICE TO WS-ST-HASH.

      * The store's records on the sent file that tonight's pass
      * of the master did not reach: items deactivated, quarantined
      * or deleted since. A changes file tells the till to drop
      * them; a full file already has, by leaving them out.
       SWEEP-UNSEEN-ITEMS.
           MOVE WS-STORE-CODE TO TS-STORE-CODE.
           MOVE LOW-VALUES TO TS-ITEM-CODE.
           START SENT-FILE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY
                   GO TO END-SWEEP-UNSEEN
           END-START.
           MOVE 'N' TO WS-SENT-EOF.
           PERFORM UNTIL WS-SENT-EOF = 'Y'
               READ SENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SENT-EOF
                   NOT AT END
                       IF TS-STORE-CODE NOT = WS-STORE-CODE
                           MOVE 'Y' TO WS-SENT-EOF
                       ELSE
                           IF TS-SEEN-VERSION NOT = WS-PRICE-DATE
                               PERFORM DROP-UNSEEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       END-SWEEP-UNSEEN.
           CONTINUE.

       DROP-UNSEEN-ITEM.
           IF FILE-IS-CHANGES
               MOVE SPACES TO TILL-RECORD
               MOVE 'X' TO TD-ACTION
               MOVE TS-ITEM-CODE TO TD-ITEM-CODE
               MOVE TS-ITEM-NAME TO TD-ITEM-NAME
               MOVE 0 TO TD-PACK-QTY
               MOVE 0 TO TD-PRICE
               MOVE 0 TO TD-TAX-RATE
               MOVE 0 TO TD-PROMO-END-DATE
               PERFORM WRITE-TILL-LINE
           END-IF.
           ADD 1 TO WS-ST-REMOVED.
           DELETE SENT-FILE RECORD.

       END PROGRAM TILL-PRICE.
