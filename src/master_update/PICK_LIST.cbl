       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.
       AUTHOR. Jules.
      *
      * Prints the warehouse pick lists for a transfer feed before
      * STORE_XFER dispatches it. Reads the same STORE_XFER.DAT
      * (header and trailer skipped, nothing posted), looks each
      * line's item up on the sending store's bin-location file
      * (BIN_LOCATION.IDX, BINREC.CPY), and sorts the lines by
      * sending store, receiving store, and then aisle, bay, and
      * shelf -- so each destination gets a page of its own (through
      * RPT_WRITER's new-page action, the way PO_PRINT prints one
      * order per page) with the lines in the order the picker walks
      * the building. Two lines for the same item to the same store
      * are picked as one. Each line carries the quantity and the
      * item's barcode off the cross-reference, so the picker can
      * scan what they take.
      *
      * Lines whose item has no bin on file close each destination's
      * list under a NO BIN ON FILE heading, and every such store and
      * item is written once to PICK_NOBIN.LST -- the worklist the
      * missing locations are keyed from through BIN_MAINT. Any line
      * without a bin leaves RETURN-CODE 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-FILE ASSIGN TO DSN-XFER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XFER.
           SELECT BIN-FILE ASSIGN TO DSN-BIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS FS-BIN.
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
           SELECT NOBIN-FILE ASSIGN TO DSN-NOBIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOBIN.
           SELECT PICK-SORT-FILE ASSIGN TO "PICKSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.
      * STORE_XFER's own feed layout, header and trailer included.
       FD  XFER-FILE.
       01  XFER-RECORD.
           05  XF-FROM-STORE        PIC X(4).
           05  XF-TO-STORE          PIC X(4).
           05  XF-ITEM-CODE         PIC X(8).
           05  XF-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
       01  XFER-HEADER-RECORD.
           05  XH-MARKER            PIC X(4).
           05  XH-BUSINESS-DATE     PIC 9(8).
           05  XH-SEQUENCE-NO       PIC 9(4).

       FD  BIN-FILE.
           COPY "BINREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  XREF-FILE.
           COPY "BARXREF.CPY".

       FD  NOBIN-FILE.
       01  NOBIN-RECORD.
           05  NB-STORE-CODE        PIC X(4).
           05  FILLER               PIC X(2).
           05  NB-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(2).
           05  NB-ITEM-NAME         PIC X(20).
           05  FILLER               PIC X(2).
           05  NB-FIRST-TO-STORE    PIC X(4).

      * One line per transfer line to be picked. PS-NOBIN-FLAG puts
      * the lines with no location after the located ones within
      * each destination.
       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05  PS-LINE-KEY.
               10  PS-DEST-KEY.
                   15  PS-FROM-STORE PIC X(4).
                   15  PS-TO-STORE  PIC X(4).
               10  PS-NOBIN-FLAG    PIC X.
               10  PS-AISLE         PIC X(3).
               10  PS-BAY           PIC X(3).
               10  PS-SHELF         PIC X(2).
               10  PS-ITEM-CODE     PIC X(8).
           05  PS-QTY               PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-XFER              PIC X(2).
           05  FS-BIN               PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-XREF              PIC X(2).
           05  FS-NOBIN             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-XFER          PIC X(33)
              VALUE "data/master_update/STORE_XFER.DAT".
           05 DSN-BIN           PIC X(35)
              VALUE "data/master_update/BIN_LOCATION.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-XREF          PIC X(35)
              VALUE "data/master_update/BARCODE_XREF.IDX".
           05 DSN-NOBIN         PIC X(33)
              VALUE "data/master_update/PICK_NOBIN.LST".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/PICK_LIST.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SORT-EOF              PIC X VALUE 'N'.
       01  WS-XREF-EOF              PIC X VALUE 'N'.
       01  WS-FOUND-FLAG            PIC X.
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-BIN-OPEN-FLAG         PIC X VALUE 'N'.
           88  BIN-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-MASTER-IS-OPEN VALUE 'Y'.

      * The list is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TRAILER           PIC X(132).

       01  RPT-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "BIN".
           05  FILLER               PIC X(9) VALUE "ITEM".
           05  FILLER               PIC X(21) VALUE "DESCRIPTION".
           05  FILLER               PIC X(10) VALUE "  QUANTITY".
           05  FILLER               PIC X(16) VALUE " BARCODE".
           05  FILLER               PIC X(6) VALUE "PICKED".

       01  DEST-TITLE-LINE.
           05  FILLER               PIC X(15) VALUE "PICK LIST FROM ".
           05  DTL-FROM-STORE       PIC X(4).
           05  FILLER               PIC X(4) VALUE " TO ".
           05  DTL-TO-STORE         PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-TO-STORE-NAME    PIC X(25).

       01  PICK-DETAIL-LINE.
           05  PDL-BIN              PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-QTY              PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-BARCODE          PIC X(13).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PDL-PICKED           PIC X(8) VALUE "________".

       01  NOBIN-HEADING-LINE.
           05  FILLER               PIC X(41)
               VALUE "*** NO BIN ON FILE -- FIND THE STOCK AND ".
           05  FILLER               PIC X(40)
               VALUE "KEY ITS LOCATION THROUGH BIN_MAINT ***".

       01  DEST-TOTAL-LINE.
           05  FILLER               PIC X(7) VALUE "LINES: ".
           05  DTT-LINES            PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE "   UNITS: ".
           05  DTT-UNITS            PIC Z(8)9.99.
           05  FILLER               PIC X(11) VALUE "   NO BIN: ".
           05  DTT-NOBIN            PIC ZZZ9.

       01  DEST-SIGN-LINE.
           05  FILLER               PIC X(39)
               VALUE "PICKED BY: ____________    CHECKED BY: ".
           05  FILLER               PIC X(12) VALUE "____________".

      * The line being accumulated -- the same item to the same
      * store from the same bin is printed once, quantities summed.
       01  WS-HELD-FLAG             PIC X VALUE 'N'.
           88  LINE-IS-HELD         VALUE 'Y'.
       01  WS-HELD-LINE.
           05  WS-HELD-KEY.
               10  WS-HELD-DEST-KEY.
                   15  WS-HELD-FROM-STORE PIC X(4).
                   15  WS-HELD-TO-STORE PIC X(4).
               10  WS-HELD-NOBIN-FLAG PIC X.
               10  WS-HELD-AISLE    PIC X(3).
               10  WS-HELD-BAY      PIC X(3).
               10  WS-HELD-SHELF    PIC X(2).
               10  WS-HELD-ITEM-CODE PIC X(8).
           05  WS-HELD-QTY          PIC S9(7)V99.

       01  WS-DEST-FLAG             PIC X VALUE 'N'.
           88  DEST-IN-PROGRESS     VALUE 'Y'.
       01  WS-DEST-KEY              PIC X(8).
       01  WS-NOBIN-SECTION-FLAG    PIC X VALUE 'N'.
           88  NOBIN-SECTION-STARTED VALUE 'Y'.
       01  WS-DEST-LINES            PIC 9(4).
       01  WS-DEST-UNITS            PIC S9(9)V99.
       01  WS-DEST-NOBIN            PIC 9(4).

      * First barcode found for each item, a single-unit scan code
      * preferred over a multipack's -- the list quantities are in
      * selling units.
       01  WS-BARCODE-TABLE.
           05  WS-BC-COUNT          PIC 9(4) VALUE 0.
           05  WS-BC-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-BC-IDX.
               10  WS-BC-ITEM       PIC X(8).
               10  WS-BC-BARCODE    PIC X(13).
               10  WS-BC-PACK-QTY   PIC 9(3).

      * Store and item pairs already written to the no-bin
      * worklist, so each is listed once however many stores it is
      * going to.
       01  WS-MISSING-TABLE.
           05  WS-MB-COUNT          PIC 9(4) VALUE 0.
           05  WS-MB-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-MB-IDX.
               10  WS-MB-STORE      PIC X(4).
               10  WS-MB-ITEM       PIC X(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-SKIP-COUNT        PIC 9(7) VALUE 0.
           05  WS-RELEASE-COUNT     PIC 9(7) VALUE 0.
           05  WS-PICK-LINE-COUNT   PIC 9(7) VALUE 0.
           05  WS-NOBIN-LINE-COUNT  PIC 9(7) VALUE 0.
           05  WS-DEST-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT XFER-FILE.
           IF FS-XFER NOT = "00"
               DISPLAY "ERROR OPENING TRANSFER FILE: " FS-XFER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BIN-FILE.
           IF FS-BIN = "00"
               SET BIN-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PICK-LIST WARNING: NO BIN LOCATION FILE, "
                       "EVERY LINE IS LISTED WITHOUT A BIN."
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT NOBIN-FILE.
           PERFORM LOAD-BARCODE-TABLE THRU END-LOAD-BARCODES.

           SORT PICK-SORT-FILE
               ON ASCENDING KEY PS-FROM-STORE PS-TO-STORE
                   PS-NOBIN-FLAG PS-AISLE PS-BAY PS-SHELF PS-ITEM-CODE
               INPUT PROCEDURE IS RELEASE-TRANSFER-LINES
                   THRU END-RELEASE-LINES
               OUTPUT PROCEDURE IS PRINT-PICK-LISTS.

      * An empty feed still leaves a report saying so.
           IF WS-DEST-COUNT = 0
               MOVE 'I' TO WS-RPT-ACTION
               MOVE "PICK LISTS" TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "DESTINATIONS: " WS-DEST-COUNT
                  "  PICK LINES: " WS-PICK-LINE-COUNT
                  "  NO BIN: " WS-NOBIN-LINE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           DISPLAY "PICK-LIST TOTALS -- READ: " WS-READ-COUNT
                   " SKIPPED: " WS-SKIP-COUNT
                   " DESTINATIONS: " WS-DEST-COUNT
                   " PICK LINES: " WS-PICK-LINE-COUNT
                   " NO BIN: " WS-NOBIN-LINE-COUNT
                   " TO LOCATE: " WS-MB-COUNT.
           IF WS-NOBIN-LINE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE XFER-FILE NOBIN-FILE.
           IF BIN-FILE-IS-OPEN
               CLOSE BIN-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF STORE-MASTER-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           STOP RUN.

       LOAD-BARCODE-TABLE.
           OPEN INPUT XREF-FILE.
           IF FS-XREF NOT = "00"
               DISPLAY "PICK-LIST WARNING: NO BARCODE "
                       "CROSS-REFERENCE, LISTS PRINT WITHOUT "
                       "BARCODES."
               GO TO END-LOAD-BARCODES
           END-IF.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       PERFORM KEEP-SINGLE-BARCODE
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
       END-LOAD-BARCODES.
           CONTINUE.

       KEEP-SINGLE-BARCODE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-BC-COUNT
               IF WS-BC-ITEM(WS-SEARCH-IDX) = BX-ITEM-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF BX-PACK-QTY = 1
                           AND WS-BC-PACK-QTY(WS-SEARCH-IDX) NOT = 1
                       MOVE BX-BARCODE TO
                               WS-BC-BARCODE(WS-SEARCH-IDX)
                       MOVE 1 TO WS-BC-PACK-QTY(WS-SEARCH-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N' AND WS-BC-COUNT < 1000
               ADD 1 TO WS-BC-COUNT
               MOVE BX-ITEM-CODE TO WS-BC-ITEM(WS-BC-COUNT)
               MOVE BX-BARCODE TO WS-BC-BARCODE(WS-BC-COUNT)
               MOVE BX-PACK-QTY TO WS-BC-PACK-QTY(WS-BC-COUNT)
           END-IF.

      * The feed's header is skipped and its trailer ends the read;
      * the feed controls themselves are STORE_XFER's to prove.
       RELEASE-TRANSFER-LINES.
           PERFORM UNTIL IS-EOF
               READ XFER-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       EVALUATE XH-MARKER
                           WHEN "0000"
                               CONTINUE
                           WHEN "9999"
                               SET IS-EOF TO TRUE
                           WHEN OTHER
                               ADD 1 TO WS-READ-COUNT
                               PERFORM RELEASE-ONE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.
       END-RELEASE-LINES.
           CONTINUE.

      * A line STORE_XFER would reject for its quantity is not
      * picked.
       RELEASE-ONE-LINE.
           IF XF-QTY IS NOT NUMERIC OR XF-QTY NOT > 0
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE XF-FROM-STORE TO PS-FROM-STORE
               MOVE XF-TO-STORE TO PS-TO-STORE
               MOVE XF-ITEM-CODE TO PS-ITEM-CODE
               MOVE XF-QTY TO PS-QTY
               MOVE '1' TO PS-NOBIN-FLAG
               MOVE SPACES TO PS-AISLE PS-BAY PS-SHELF
               IF BIN-FILE-IS-OPEN
                   MOVE XF-FROM-STORE TO BN-STORE-CODE
                   MOVE XF-ITEM-CODE TO BN-ITEM-CODE
                   READ BIN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE '0' TO PS-NOBIN-FLAG
                           MOVE BN-AISLE TO PS-AISLE
                           MOVE BN-BAY TO PS-BAY
                           MOVE BN-SHELF TO PS-SHELF
                   END-READ
               END-IF
               RELEASE PICK-SORT-RECORD
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

      * Lines arrive in walking order within each destination; a
      * held line is printed once the next one differs from it, and
      * a destination is closed once the next line is for another.
       PRINT-PICK-LISTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN PICK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF LINE-IS-HELD
                           PERFORM PRINT-HELD-LINE
                       END-IF
                       IF DEST-IN-PROGRESS
                           PERFORM CLOSE-DESTINATION
                       END-IF
                   NOT AT END
                       IF LINE-IS-HELD
                               AND PS-LINE-KEY NOT = WS-HELD-KEY
                           PERFORM PRINT-HELD-LINE
                       END-IF
                       IF DEST-IN-PROGRESS
                               AND PS-DEST-KEY NOT = WS-DEST-KEY
                           PERFORM CLOSE-DESTINATION
                       END-IF
                       IF NOT DEST-IN-PROGRESS
                           PERFORM OPEN-DESTINATION
                       END-IF
                       IF LINE-IS-HELD
                           ADD PS-QTY TO WS-HELD-QTY
                       ELSE
                           MOVE PS-LINE-KEY TO WS-HELD-KEY
                           MOVE PS-QTY TO WS-HELD-QTY
                           SET LINE-IS-HELD TO TRUE
                       END-IF
               END-RETURN
           END-PERFORM.

      * Each destination after the first starts a page of its own,
      * titled with the store the goods are going to.
       OPEN-DESTINATION.
           SET DEST-IN-PROGRESS TO TRUE.
           MOVE PS-DEST-KEY TO WS-DEST-KEY.
           MOVE 'N' TO WS-NOBIN-SECTION-FLAG.
           MOVE 0 TO WS-DEST-LINES WS-DEST-UNITS WS-DEST-NOBIN.
           MOVE PS-FROM-STORE TO DTL-FROM-STORE.
           MOVE PS-TO-STORE TO DTL-TO-STORE.
           MOVE SPACES TO DTL-TO-STORE-NAME.
           IF STORE-MASTER-IS-OPEN
               MOVE PS-TO-STORE TO ST-STORE-CODE
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON STORE MASTER)" TO
                               DTL-TO-STORE-NAME
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO DTL-TO-STORE-NAME
               END-READ
           END-IF.
           MOVE DEST-TITLE-LINE TO WS-RPT-TEXT.
           IF WS-DEST-COUNT = 0
               MOVE 'I' TO WS-RPT-ACTION
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
               MOVE 'H' TO WS-RPT-ACTION
               MOVE RPT-HEADING-LINE TO WS-RPT-TEXT
           ELSE
               MOVE 'P' TO WS-RPT-ACTION
           END-IF.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           ADD 1 TO WS-DEST-COUNT.

       PRINT-HELD-LINE.
           IF WS-HELD-NOBIN-FLAG = '1' AND NOT NOBIN-SECTION-STARTED
               SET NOBIN-SECTION-STARTED TO TRUE
               MOVE SPACES TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               MOVE NOBIN-HEADING-LINE TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PDL-BIN.
           IF WS-HELD-NOBIN-FLAG = '0'
               IF WS-HELD-SHELF = SPACES
                   STRING WS-HELD-AISLE "-" WS-HELD-BAY
                       DELIMITED BY SIZE INTO PDL-BIN
               ELSE
                   STRING WS-HELD-AISLE "-" WS-HELD-BAY "-"
                          WS-HELD-SHELF
                       DELIMITED BY SIZE INTO PDL-BIN
               END-IF
           END-IF.
           MOVE WS-HELD-ITEM-CODE TO PDL-ITEM-CODE.
           MOVE SPACES TO PDL-ITEM-NAME.
           IF ITEM-MASTER-IS-OPEN
               MOVE WS-HELD-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO PDL-ITEM-NAME
                   NOT INVALID KEY
                       MOVE IM-ITEM-NAME TO PDL-ITEM-NAME
               END-READ
           END-IF.
           MOVE WS-HELD-QTY TO PDL-QTY.
           MOVE SPACES TO PDL-BARCODE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-BC-COUNT
               IF WS-BC-ITEM(WS-SEARCH-IDX) = WS-HELD-ITEM-CODE
                   MOVE WS-BC-BARCODE(WS-SEARCH-IDX) TO PDL-BARCODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE PICK-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO WS-DEST-LINES.
           ADD 1 TO WS-PICK-LINE-COUNT.
           ADD WS-HELD-QTY TO WS-DEST-UNITS.
           IF WS-HELD-NOBIN-FLAG = '1'
               ADD 1 TO WS-DEST-NOBIN
               ADD 1 TO WS-NOBIN-LINE-COUNT
               PERFORM NOTE-MISSING-BIN
           END-IF.
           MOVE 'N' TO WS-HELD-FLAG.

      * Each store and item without a location goes on the worklist
      * once, with the first store it was seen going to.
       NOTE-MISSING-BIN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MB-COUNT
               IF WS-MB-STORE(WS-SEARCH-IDX) = WS-HELD-FROM-STORE
                       AND WS-MB-ITEM(WS-SEARCH-IDX) =
                       WS-HELD-ITEM-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-MB-COUNT < 500
                   ADD 1 TO WS-MB-COUNT
                   MOVE WS-HELD-FROM-STORE TO WS-MB-STORE(WS-MB-COUNT)
                   MOVE WS-HELD-ITEM-CODE TO WS-MB-ITEM(WS-MB-COUNT)
               END-IF
               MOVE SPACES TO NOBIN-RECORD
               MOVE WS-HELD-FROM-STORE TO NB-STORE-CODE
               MOVE WS-HELD-ITEM-CODE TO NB-ITEM-CODE
               MOVE PDL-ITEM-NAME TO NB-ITEM-NAME
               MOVE WS-HELD-TO-STORE TO NB-FIRST-TO-STORE
               WRITE NOBIN-RECORD
           END-IF.

       CLOSE-DESTINATION.
           MOVE WS-DEST-LINES TO DTT-LINES.
           MOVE WS-DEST-UNITS TO DTT-UNITS.
           MOVE WS-DEST-NOBIN TO DTT-NOBIN.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEST-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE DEST-SIGN-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'N' TO WS-DEST-FLAG.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM PICK-LIST.
