       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MERGE.
       AUTHOR. Jules.
      *
      * Item merge. Folds a duplicate item code into the code that
      * is to survive it. ITEM_MERGE.DAT carries one pair a line --
      * the retiring code, the surviving code, and a reviewed flag
      * in column 17 -- and each pair is merged in turn:
      *   - every store's sellable and damaged balance, and any
      *     company-level quantity no store holds, moves across
      *     through INV_UPDATE, so the move is on INV_AUDIT.LOG
      *     under reason "MG": the retiring code comes down by an
      *     'A' adjustment (damaged stock by a 'W'), the survivor
      *     goes up by an 'A' (damaged stock then moved into its
      *     damaged bucket by a 'Q');
      *   - the retiring code's cost layers and lots are carried
      *     onto the survivor as they stood, receipt dates, costs
      *     and expiries intact, and the survivor's own layers and
      *     lots are left as they were before the move -- the
      *     survivor's cost is reaveraged over the stock it took on
      *     the way a receipt reaverages it;
      *   - its barcodes (BARCODE_XREF.IDX) and its open purchase
      *     order lines (PURCH_ORDER.IDX) are repointed to the
      *     survivor, and once every pair is done its outstanding
      *     commitments (ON_ORDER.NEW) and its promotion windows
      *     (PROMO_PRICE.NEW, journaled to PROMO_AUDIT.LOG as
      *     PROMO_MAINT does) are rewritten under the survivor; a
      *     window that would overlap one the survivor already has
      *     is dropped instead;
      *   - the retiring code is deactivated and marked replaced
      *     ('R') by the survivor, so ITEM_SUCCESSOR carries its
      *     trade and forecast history on, and the pair is recorded
      *     on the merge cross-reference (ITEM_MERGE.IDX,
      *     MERGEREC.CPY) that HIST_INQUIRY and ITEM_INQUIRY follow
      *     to show the retired code's history under the survivor.
      *
      * A pair whose two items differ in selling price, tax rate or
      * currency is not merged but held for review on
      * ITEM_MERGE_HOLD.LST with both sides' figures; once the
      * difference is agreed the pair is resubmitted with a 'Y' in
      * column 17 and merges. A pair is rejected to
      * ITEM_MERGE_ERR.LST, moving nothing, when either code is not
      * on file or inactive, the retiring code was merged before,
      * either item is under recall or on consignment, the retiring
      * item holds stock reserved for customer orders or a negative
      * balance (a count is needed first), or its balances, layers
      * or lots will not fit this run's tables. ITEM_MERGE.LST
      * lists what each merge carried across. RC 4 when anything
      * was held, rejected or not moved in full.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO DSN-REQUEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT COST-LAYER-FILE ASSIGN TO DSN-LAYER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS FS-LAYER.
           SELECT LOT-FILE ASSIGN TO DSN-LOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS FS-LOT.
           SELECT CONSIGN-FILE ASSIGN TO DSN-CONSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ITEM-CODE
               FILE STATUS IS FS-CONSIGN.
           SELECT BARCODE-FILE ASSIGN TO DSN-BARCODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BARCODE
               FILE STATUS IS FS-BARCODE.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT MERGE-XREF-FILE ASSIGN TO DSN-MERGE-XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-RETIRED-CODE
               FILE STATUS IS FS-MERGE-XREF.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT NEW-ON-ORDER-FILE ASSIGN TO DSN-NEW-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-ON-ORDER.
           SELECT PROMO-FILE ASSIGN TO DSN-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO.
           SELECT NEW-PROMO-FILE ASSIGN TO DSN-NEW-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-PROMO.
           SELECT JOURNAL-FILE ASSIGN TO DSN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT HOLD-FILE ASSIGN TO DSN-HOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  MR-RETIRING-CODE     PIC X(8).
           05  MR-SURVIVING-CODE    PIC X(8).
      * 'Y' once a held pair's price, tax or currency difference has
      * been reviewed and the merge is to go ahead regardless.
           05  MR-REVIEWED-FLAG     PIC X.
               88  MR-IS-REVIEWED   VALUE 'Y'.

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  COST-LAYER-FILE.
           COPY "LAYERREC.CPY".

       FD  LOT-FILE.
           COPY "LOTREC.CPY".

       FD  CONSIGN-FILE.
           COPY "CONSREC.CPY".

       FD  BARCODE-FILE.
           COPY "BARXREF.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  MERGE-XREF-FILE.
           COPY "MERGEREC.CPY".

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

       FD  NEW-ON-ORDER-FILE.
       01  NEW-ON-ORDER-RECORD      PIC X(31).

      * Same promotion layout SALES_PROC loads.
       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05  PR-ITEM-CODE         PIC X(8).
           05  PR-STORE-CODE        PIC X(4).
           05  PR-PROMO-PRICE       PIC 9(7)V99.
           05  PR-START-DATE        PIC 9(8).
           05  PR-END-DATE          PIC 9(8).

       FD  NEW-PROMO-FILE.
       01  NEW-PROMO-RECORD         PIC X(37).

      * PROMO_MAINT's journal line.
       FD  JOURNAL-FILE.
       01  PJOURNAL-RECORD.
           05  PJ-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-ACTION            PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-STORE-CODE        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-START-DATE        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-OLD-PRICE         PIC 9(7)V99.
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-NEW-PRICE         PIC 9(7)V99.
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-OLD-END           PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-NEW-END           PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  PJ-OPERATOR          PIC X(8).

       FD  HOLD-FILE.
       01  HOLD-RECORD              PIC X(100).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(17).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(45).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-REQUEST           PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-LAYER             PIC X(2).
           05  FS-LOT               PIC X(2).
           05  FS-CONSIGN           PIC X(2).
           05  FS-BARCODE           PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-MERGE-XREF        PIC X(2).
           05  FS-ON-ORDER          PIC X(2).
           05  FS-NEW-ON-ORDER      PIC X(2).
           05  FS-PROMO             PIC X(2).
           05  FS-NEW-PROMO         PIC X(2).
           05  FS-JOURNAL           PIC X(2).
           05  FS-HOLD              PIC X(2).
           05  FS-ERROR             PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-REQUEST       PIC X(33)
              VALUE "data/master_update/ITEM_MERGE.DAT".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-LAYER         PIC X(33)
              VALUE "data/master_update/COST_LAYER.IDX".
           05 DSN-LOT           PIC X(32)
              VALUE "data/master_update/LOT_STOCK.IDX".
           05 DSN-CONSIGN       PIC X(35)
              VALUE "data/master_update/CONSIGN_ITEM.IDX".
           05 DSN-BARCODE       PIC X(35)
              VALUE "data/master_update/BARCODE_XREF.IDX".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-MERGE-XREF    PIC X(33)
              VALUE "data/master_update/ITEM_MERGE.IDX".
           05 DSN-ON-ORDER      PIC X(31)
              VALUE "data/master_update/ON_ORDER.DAT".
           05 DSN-NEW-ON-ORDER  PIC X(31)
              VALUE "data/master_update/ON_ORDER.NEW".
           05 DSN-PROMO         PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.DAT".
           05 DSN-NEW-PROMO     PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.NEW".
           05 DSN-JOURNAL       PIC X(34)
              VALUE "data/master_update/PROMO_AUDIT.LOG".
           05 DSN-HOLD          PIC X(38)
              VALUE "data/master_update/ITEM_MERGE_HOLD.LST".
           05 DSN-ERROR         PIC X(37)
              VALUE "data/master_update/ITEM_MERGE_ERR.LST".
           05 DSN-REPORT        PIC X(33)
              VALUE "data/master_update/ITEM_MERGE.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/ITEM_MERGE.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-OPERATOR-ID           PIC X(8) VALUE "MERGE".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  REQUEST-IS-VALID     VALUE 'Y'.
       01  WS-FOUND-FLAG            PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-XREF-OPEN-FLAG        PIC X VALUE 'N'.
           88  XREF-IS-OPEN         VALUE 'Y'.

      * The two items as they stood when the pair was checked.
       01  WS-RETIRING-CODE         PIC X(8).
       01  WS-SURVIVING-CODE        PIC X(8).
       01  WS-RETIRING-PRICE        PIC 9(7)V99.
       01  WS-RETIRING-COST         PIC 9(7)V99.
       01  WS-RETIRING-TAX          PIC 9(2)V99.
       01  WS-RETIRING-CURRENCY     PIC X(3).
       01  WS-RETIRING-STOCK        PIC S9(7)V99.
       01  WS-RETIRING-DAMAGED      PIC S9(7)V99.
       01  WS-SURVIVOR-PRICE        PIC 9(7)V99.
       01  WS-SURVIVOR-TAX          PIC 9(2)V99.
       01  WS-SURVIVOR-CURRENCY     PIC X(3).
       01  WS-SURVIVOR-STOCK        PIC S9(7)V99.

      * The retiring item's balances to move, one entry per store
      * plus a last entry with a blank store for any company-level
      * quantity no store accounts for.
       01  WS-BALANCE-TABLE.
           05  WS-BL-ENTRY OCCURS 500 TIMES.
               10  WS-BL-STORE      PIC X(4).
               10  WS-BL-STOCK      PIC S9(7)V99.
               10  WS-BL-DAMAGED    PIC S9(7)V99.
       01  WS-BL-COUNT              PIC 9(5) VALUE 0.
       01  WS-BL-IDX                PIC 9(5).
       01  WS-STORE-STOCK-SUM       PIC S9(9)V99.
       01  WS-STORE-DAMAGED-SUM     PIC S9(9)V99.

      * Both items' cost layers and lots as they stood before the
      * move; INV_UPDATE reshapes them as it posts, so they are put
      * back from here afterwards.
       01  WS-LAYER-TABLE.
           05  WS-LY-ENTRY OCCURS 300 TIMES.
               10  WS-LY-ITEM       PIC X(8).
               10  WS-LY-DATE       PIC 9(8).
               10  WS-LY-SEQ        PIC 9(3).
               10  WS-LY-QTY        PIC S9(7)V99.
               10  WS-LY-COST       PIC 9(7)V99.
       01  WS-LY-COUNT              PIC 9(5) VALUE 0.
       01  WS-LY-IDX                PIC 9(5).
       01  WS-LOT-TABLE.
           05  WS-LO-ENTRY OCCURS 300 TIMES.
               10  WS-LO-STORE      PIC X(4).
               10  WS-LO-ITEM       PIC X(8).
               10  WS-LO-LOT-NO     PIC X(10).
               10  WS-LO-EXPIRY     PIC 9(8).
               10  WS-LO-RECEIPT    PIC 9(8).
               10  WS-LO-QTY        PIC S9(7)V99.
               10  WS-LO-FLAG       PIC X.
       01  WS-LO-COUNT              PIC 9(5) VALUE 0.
       01  WS-LO-IDX                PIC 9(5).
       01  WS-OVERFLOW-FLAG         PIC X.
           88  TABLE-OVERFLOWED     VALUE 'Y'.

      * Every pair merged this run, for the promotion and on-order
      * passes at the end. A code merged into one that is itself
      * merged later in the run follows the chain to the end.
       01  WS-MERGED-TABLE.
           05  WS-MG-ENTRY OCCURS 200 TIMES.
               10  WS-MG-RETIRED    PIC X(8).
               10  WS-MG-SURVIVOR   PIC X(8).
       01  WS-MG-COUNT              PIC 9(3) VALUE 0.
       01  WS-MG-IDX                PIC 9(3).
       01  WS-RESOLVE-CODE          PIC X(8).
       01  WS-HOP-COUNT             PIC 9(3).
       01  WS-HOP-FOUND-FLAG        PIC X.

      * The survivors' own promotion windows, and windows already
      * moved onto them, so a moved window that would overlap one
      * of them is dropped instead.
       01  WS-WINDOW-TABLE.
           05  WS-WN-ENTRY OCCURS 500 TIMES.
               10  WS-WN-ITEM       PIC X(8).
               10  WS-WN-STORE      PIC X(4).
               10  WS-WN-START      PIC 9(8).
               10  WS-WN-END        PIC 9(8).
       01  WS-WN-COUNT              PIC 9(5) VALUE 0.
       01  WS-WN-IDX                PIC 9(5).
       01  WS-CHANGE-COUNT          PIC 9(5).

      * INV_UPDATE's quantity parameter is narrower than a balance,
      * so a large balance moves across in slices.
       01  WS-PASS-QTY              PIC S9(5)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-MAX-PASS-QTY          PIC S9(5)V99 VALUE 99999.99.
       01  WS-SLICE-QTY             PIC S9(5)V99.
       01  WS-REMAIN-QTY            PIC S9(7)V99.
       01  WS-CALL-ITEM             PIC X(8).
       01  WS-CALL-TYPE             PIC X.
       01  WS-CALL-STORE            PIC X(4).
       01  WS-UPDATE-STATUS         PIC X(2).
       01  WS-UNIT-PRICE            PIC 9(7)V99.
       01  WS-TAX-RATE              PIC 9(2)V99.
       01  WS-UNIT-COST             PIC 9(7)V99.
       01  WS-REASON-CODE           PIC X(2) VALUE "MG".

      * What the current merge carried across.
       01  WS-STOCK-MOVED           PIC S9(9)V99.
       01  WS-DAMAGED-MOVED         PIC S9(9)V99.
       01  WS-FAILED-MOVES          PIC 9(5).
       01  WS-LAYERS-MOVED          PIC 9(5).
       01  WS-LOTS-MOVED            PIC 9(5).
       01  WS-BARCODES-MOVED        PIC 9(5).
       01  WS-PO-LINES-MOVED        PIC 9(5).
       01  WS-NEW-COST              PIC 9(7)V99.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-MERGED-COUNT      PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
           05  WS-SHORT-COUNT       PIC 9(7) VALUE 0.
           05  WS-PROMOS-MOVED      PIC 9(5) VALUE 0.
           05  WS-PROMOS-DROPPED    PIC 9(5) VALUE 0.
           05  WS-ON-ORDER-MOVED    PIC 9(5) VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(26)
               VALUE "ITEM MERGE -- RUN DATE ".
           05  TTL-RUN-DATE         PIC 9(8).

       01  HOLD-TITLE-LINE.
           05  FILLER               PIC X(50)
               VALUE "MERGES HELD FOR REVIEW -- RESUBMIT WITH 'Y' IN ".
           05  FILLER               PIC X(32)
               VALUE "COLUMN 17 ONCE AGREED.".

       01  MERGE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  MGL-RETIRED-CODE     PIC X(8).
           05  FILLER               PIC X(6) VALUE " INTO ".
           05  MGL-SURVIVOR-CODE    PIC X(8).
           05  FILLER               PIC X(16)
               VALUE "  STOCK MOVED: ".
           05  MGL-STOCK-QTY        PIC -(7)9.99.
           05  FILLER               PIC X(11) VALUE "  DAMAGED: ".
           05  MGL-DAMAGED-QTY      PIC -(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  MGL-NOTE             PIC X(24).

       01  CARRIED-LINE.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "LAYERS: ".
           05  CRL-LAYERS           PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE "  LOTS: ".
           05  CRL-LOTS             PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  BARCODES: ".
           05  CRL-BARCODES         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  PO LINES: ".
           05  CRL-PO-LINES         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "  NEW COST: ".
           05  CRL-NEW-COST         PIC Z(6)9.99.

       01  HOLD-LINE.
           05  HDL-RETIRING-CODE    PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-SURVIVING-CODE   PIC X(8).
           05  FILLER               PIC X(8) VALUE "  PRICE ".
           05  HDL-RETIRING-PRICE   PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE "/".
           05  HDL-SURVIVOR-PRICE   PIC Z(6)9.99.
           05  FILLER               PIC X(6) VALUE "  TAX ".
           05  HDL-RETIRING-TAX     PIC Z9.99.
           05  FILLER               PIC X(1) VALUE "/".
           05  HDL-SURVIVOR-TAX     PIC Z9.99.
           05  FILLER               PIC X(11) VALUE "  CURRENCY ".
           05  HDL-RETIRING-CUR     PIC X(3).
           05  FILLER               PIC X(1) VALUE "/".
           05  HDL-SURVIVOR-CUR     PIC X(3).

       01  SUMMARY-LINE.
           05  SML-LABEL            PIC X(40).
           05  SML-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           CALL "INV_SETDATE" USING WS-RUN-DATE.
           PERFORM READ-MERGE-PARAMETERS.
           OPEN INPUT REQUEST-FILE.
           IF FS-REQUEST NOT = "00"
               DISPLAY "ITEM-MERGE: NO MERGE REQUESTS ON FILE: "
                       FS-REQUEST
               STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-FILE HOLD-FILE REPORT-FILE.
           MOVE SPACES TO ERROR-RECORD.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE HOLD-RECORD FROM HOLD-TITLE-LINE.
           MOVE SPACES TO HOLD-RECORD.
           WRITE HOLD-RECORD.

           OPEN I-O MERGE-XREF-FILE.
           IF FS-MERGE-XREF NOT = "00"
               OPEN OUTPUT MERGE-XREF-FILE
               CLOSE MERGE-XREF-FILE
               OPEN I-O MERGE-XREF-FILE
           END-IF.
           IF FS-MERGE-XREF NOT = "00"
               DISPLAY "ITEM-MERGE: CANNOT OPEN MERGE CROSS-REFERENCE: "
                       FS-MERGE-XREF
               MOVE 8 TO RETURN-CODE
               GO TO END-RUN
           END-IF.
           SET XREF-IS-OPEN TO TRUE.

           PERFORM UNTIL IS-EOF
               READ REQUEST-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-REQUEST THRU END-PROCESS-REQUEST
               END-READ
           END-PERFORM.

           IF WS-MG-COUNT > 0
               PERFORM REPOINT-PROMOTIONS THRU END-REPOINT-PROMOTIONS
               PERFORM REPOINT-ON-ORDER THRU END-REPOINT-ON-ORDER
           END-IF.
           PERFORM WRITE-SUMMARY.

           DISPLAY "ITEM-MERGE TOTALS -- READ: " WS-READ-COUNT
                   " MERGED: " WS-MERGED-COUNT
                   " HELD: " WS-HELD-COUNT
                   " REJECTED: " WS-ERROR-COUNT
                   " NOT MOVED IN FULL: " WS-SHORT-COUNT.
           IF WS-HELD-COUNT > 0 OR WS-ERROR-COUNT > 0
                   OR WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-RUN.
           IF XREF-IS-OPEN
               CLOSE MERGE-XREF-FILE
           END-IF.
           CLOSE REQUEST-FILE ERROR-FILE HOLD-FILE REPORT-FILE.
           STOP RUN.

       READ-MERGE-PARAMETERS.
           MOVE "OPERATOR" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) NOT = SPACES
               MOVE WS-KW-VALUE(1:8) TO WS-OPERATOR-ID
           END-IF.

      *****************************************************************
      * One pair: every check is made and everything to be moved is
      * gathered before anything changes, so a pair that cannot be
      * merged whole is not merged at all.
      *****************************************************************
       PROCESS-REQUEST.
           MOVE MR-RETIRING-CODE TO WS-RETIRING-CODE.
           MOVE MR-SURVIVING-CODE TO WS-SURVIVING-CODE.
           IF WS-RETIRING-CODE = SPACES OR WS-SURVIVING-CODE = SPACES
               MOVE "Retiring and surviving codes must be given."
                       TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           IF WS-RETIRING-CODE = WS-SURVIVING-CODE
               MOVE "Retiring and surviving codes are the same." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           MOVE WS-RETIRING-CODE TO MX-RETIRED-CODE.
           READ MERGE-XREF-FILE
               NOT INVALID KEY
                   MOVE "Retiring code was merged before." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-PROCESS-REQUEST
           END-READ.
           IF WS-MG-COUNT >= 200
               MOVE "Too many merges for one run, resubmit." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.

           PERFORM CHECK-ITEMS THRU END-CHECK-ITEMS.
           IF NOT REQUEST-IS-VALID
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           PERFORM CHECK-CONSIGNMENT THRU END-CHECK-CONSIGNMENT.
           IF NOT REQUEST-IS-VALID
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.

           IF (WS-RETIRING-PRICE NOT = WS-SURVIVOR-PRICE
                   OR WS-RETIRING-TAX NOT = WS-SURVIVOR-TAX
                   OR WS-RETIRING-CURRENCY NOT = WS-SURVIVOR-CURRENCY)
                   AND NOT MR-IS-REVIEWED
               PERFORM WRITE-TO-HOLD
               GO TO END-PROCESS-REQUEST
           END-IF.

           PERFORM GATHER-BALANCES THRU END-GATHER-BALANCES.
           IF NOT REQUEST-IS-VALID
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           PERFORM GATHER-LAYERS THRU END-GATHER-LAYERS.
           IF NOT REQUEST-IS-VALID
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           PERFORM GATHER-LOTS THRU END-GATHER-LOTS.
           IF NOT REQUEST-IS-VALID
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.

           MOVE 0 TO WS-STOCK-MOVED.
           MOVE 0 TO WS-DAMAGED-MOVED.
           MOVE 0 TO WS-FAILED-MOVES.
           MOVE 0 TO WS-LAYERS-MOVED.
           MOVE 0 TO WS-LOTS-MOVED.
           MOVE 0 TO WS-BARCODES-MOVED.
           MOVE 0 TO WS-PO-LINES-MOVED.
           PERFORM MOVE-ONE-BALANCE THRU END-MOVE-ONE-BALANCE
               VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT.
           PERFORM RESTORE-LAYERS THRU END-RESTORE-LAYERS.
           PERFORM RESTORE-LOTS THRU END-RESTORE-LOTS.
           PERFORM REPOINT-BARCODES THRU END-REPOINT-BARCODES.
           PERFORM REPOINT-PO-LINES THRU END-REPOINT-PO-LINES.
           PERFORM RETIRE-ITEM THRU END-RETIRE-ITEM.

           MOVE SPACES TO MX-RECORD.
           MOVE WS-RETIRING-CODE TO MX-RETIRED-CODE.
           MOVE WS-SURVIVING-CODE TO MX-SURVIVOR-CODE.
           MOVE WS-RUN-DATE TO MX-MERGE-DATE.
           MOVE WS-STOCK-MOVED TO MX-STOCK-MOVED.
           MOVE WS-DAMAGED-MOVED TO MX-DAMAGED-MOVED.
           MOVE WS-OPERATOR-ID TO MX-OPERATOR.
           WRITE MX-RECORD
               INVALID KEY
                   DISPLAY "ITEM-MERGE: CROSS-REFERENCE WRITE FAILED "
                           "FOR " WS-RETIRING-CODE
                           ", STATUS: " FS-MERGE-XREF
           END-WRITE.

           ADD 1 TO WS-MG-COUNT.
           MOVE WS-RETIRING-CODE TO WS-MG-RETIRED(WS-MG-COUNT).
           MOVE WS-SURVIVING-CODE TO WS-MG-SURVIVOR(WS-MG-COUNT).
           ADD 1 TO WS-MERGED-COUNT.

           MOVE WS-RETIRING-CODE TO MGL-RETIRED-CODE.
           MOVE WS-SURVIVING-CODE TO MGL-SURVIVOR-CODE.
           MOVE WS-STOCK-MOVED TO MGL-STOCK-QTY.
           MOVE WS-DAMAGED-MOVED TO MGL-DAMAGED-QTY.
           IF WS-FAILED-MOVES = 0
               MOVE SPACES TO MGL-NOTE
           ELSE
               MOVE "*** NOT ALL MOVED ***" TO MGL-NOTE
               ADD 1 TO WS-SHORT-COUNT
               MOVE "Merged, but some stock was not moved." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           END-IF.
           WRITE REPORT-RECORD FROM MERGE-LINE.
           MOVE WS-LAYERS-MOVED TO CRL-LAYERS.
           MOVE WS-LOTS-MOVED TO CRL-LOTS.
           MOVE WS-BARCODES-MOVED TO CRL-BARCODES.
           MOVE WS-PO-LINES-MOVED TO CRL-PO-LINES.
           MOVE WS-NEW-COST TO CRL-NEW-COST.
           WRITE REPORT-RECORD FROM CARRIED-LINE.
       END-PROCESS-REQUEST.
           CONTINUE.

      * Both items must be on file and active, and neither under
      * recall. The master is read and closed again before any
      * INV_UPDATE call opens it.
       CHECK-ITEMS.
           MOVE 'Y' TO WS-VALID-FLAG.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               MOVE "Item master could not be opened." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
               GO TO END-CHECK-ITEMS
           END-IF.
           MOVE WS-SURVIVING-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Surviving item not found on the master." TO
                           ER-MESSAGE
                   MOVE 'N' TO WS-VALID-FLAG
           END-READ.
           IF REQUEST-IS-VALID AND IM-IS-INACTIVE
               MOVE "Surviving item is inactive." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID AND IM-IS-QUARANTINED
               MOVE "Surviving item is under recall." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF NOT REQUEST-IS-VALID
               CLOSE ITEM-MASTER-FILE
               GO TO END-CHECK-ITEMS
           END-IF.
           MOVE IM-UNIT-PRICE TO WS-SURVIVOR-PRICE.
           MOVE IM-TAX-RATE TO WS-SURVIVOR-TAX.
           MOVE IM-CURRENCY-CODE TO WS-SURVIVOR-CURRENCY.
           MOVE IM-STOCK-QTY TO WS-SURVIVOR-STOCK.

           MOVE WS-RETIRING-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Retiring item not found on the master." TO
                           ER-MESSAGE
                   MOVE 'N' TO WS-VALID-FLAG
           END-READ.
           IF REQUEST-IS-VALID AND IM-IS-INACTIVE
               MOVE "Retiring item is already inactive." TO
                       ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID AND IM-IS-QUARANTINED
               MOVE "Retiring item is under recall." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID
               MOVE IM-UNIT-PRICE TO WS-RETIRING-PRICE
               MOVE IM-UNIT-COST TO WS-RETIRING-COST
               MOVE IM-TAX-RATE TO WS-RETIRING-TAX
               MOVE IM-CURRENCY-CODE TO WS-RETIRING-CURRENCY
               MOVE IM-STOCK-QTY TO WS-RETIRING-STOCK
               MOVE IM-DAMAGED-QTY TO WS-RETIRING-DAMAGED
           END-IF.
           CLOSE ITEM-MASTER-FILE.
       END-CHECK-ITEMS.
           CONTINUE.

      * A consignment item's stock is the supplier's and moves on
      * its own ledger; such a merge is settled with the supplier
      * by hand. No consignment file means no item is on it.
       CHECK-CONSIGNMENT.
           OPEN INPUT CONSIGN-FILE.
           IF FS-CONSIGN NOT = "00"
               GO TO END-CHECK-CONSIGNMENT
           END-IF.
           MOVE WS-RETIRING-CODE TO CN-ITEM-CODE.
           READ CONSIGN-FILE
               NOT INVALID KEY
                   MOVE "Retiring item is on consignment." TO
                           ER-MESSAGE
                   MOVE 'N' TO WS-VALID-FLAG
           END-READ.
           IF REQUEST-IS-VALID
               MOVE WS-SURVIVING-CODE TO CN-ITEM-CODE
               READ CONSIGN-FILE
                   NOT INVALID KEY
                       MOVE "Surviving item is on consignment." TO
                               ER-MESSAGE
                       MOVE 'N' TO WS-VALID-FLAG
               END-READ
           END-IF.
           CLOSE CONSIGN-FILE.
       END-CHECK-CONSIGNMENT.
           CONTINUE.

      * The retiring item's store balances. The file is keyed store
      * first, so the whole file is read. Whatever the master holds
      * beyond the stores' sum is moved as a company-level entry.
       GATHER-BALANCES.
           MOVE 0 TO WS-BL-COUNT.
           MOVE 0 TO WS-STORE-STOCK-SUM.
           MOVE 0 TO WS-STORE-DAMAGED-SUM.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               GO TO GATHER-COMPANY-BALANCE
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF OR NOT REQUEST-IS-VALID
               READ STORE-STOCK-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF SS-ITEM-CODE = WS-RETIRING-CODE
                           PERFORM NOTE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-STOCK-FILE.
           IF NOT REQUEST-IS-VALID
               GO TO END-GATHER-BALANCES
           END-IF.

       GATHER-COMPANY-BALANCE.
           IF WS-RETIRING-STOCK - WS-STORE-STOCK-SUM < 0
                   OR WS-RETIRING-DAMAGED - WS-STORE-DAMAGED-SUM < 0
               MOVE "Master below the stores' sum, count it first."
                       TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
               GO TO END-GATHER-BALANCES
           END-IF.
           IF WS-RETIRING-STOCK - WS-STORE-STOCK-SUM = 0
                   AND WS-RETIRING-DAMAGED - WS-STORE-DAMAGED-SUM = 0
               GO TO END-GATHER-BALANCES
           END-IF.
           IF WS-BL-COUNT >= 500
               MOVE "Too many store balances, not merged." TO
                       ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
               GO TO END-GATHER-BALANCES
           END-IF.
           ADD 1 TO WS-BL-COUNT.
           MOVE SPACES TO WS-BL-STORE(WS-BL-COUNT).
           COMPUTE WS-BL-STOCK(WS-BL-COUNT) =
                   WS-RETIRING-STOCK - WS-STORE-STOCK-SUM.
           COMPUTE WS-BL-DAMAGED(WS-BL-COUNT) =
                   WS-RETIRING-DAMAGED - WS-STORE-DAMAGED-SUM.
       END-GATHER-BALANCES.
           CONTINUE.

       NOTE-ONE-BALANCE.
           IF SS-RESERVED-QTY > 0
               MOVE "Retiring item has stock reserved for orders."
                       TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF SS-STOCK-QTY < 0 OR SS-DAMAGED-QTY < 0
               MOVE "Negative balance, count the item first." TO
                       ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID
                   AND (SS-STOCK-QTY > 0 OR SS-DAMAGED-QTY > 0)
               IF WS-BL-COUNT >= 500
                   MOVE "Too many store balances, not merged." TO
                           ER-MESSAGE
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   ADD 1 TO WS-BL-COUNT
                   MOVE SS-STORE-CODE TO WS-BL-STORE(WS-BL-COUNT)
                   MOVE SS-STOCK-QTY TO WS-BL-STOCK(WS-BL-COUNT)
                   MOVE SS-DAMAGED-QTY TO WS-BL-DAMAGED(WS-BL-COUNT)
                   ADD SS-STOCK-QTY TO WS-STORE-STOCK-SUM
                   ADD SS-DAMAGED-QTY TO WS-STORE-DAMAGED-SUM
               END-IF
           END-IF.

      * Both items' layers, the survivor's first so they go back
      * on their own keys; each item's lie together in key order
      * from its first key.
       GATHER-LAYERS.
           MOVE 0 TO WS-LY-COUNT.
           MOVE 'N' TO WS-OVERFLOW-FLAG.
           OPEN INPUT COST-LAYER-FILE.
           IF FS-LAYER NOT = "00"
               GO TO END-GATHER-LAYERS
           END-IF.
           MOVE WS-SURVIVING-CODE TO WS-CALL-ITEM.
           PERFORM GATHER-ITEM-LAYERS THRU END-GATHER-ITEM-LAYERS.
           MOVE WS-RETIRING-CODE TO WS-CALL-ITEM.
           PERFORM GATHER-ITEM-LAYERS THRU END-GATHER-ITEM-LAYERS.
           CLOSE COST-LAYER-FILE.
           IF TABLE-OVERFLOWED
               MOVE "Too many cost layers, not merged." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
       END-GATHER-LAYERS.
           CONTINUE.

       GATHER-ITEM-LAYERS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           MOVE WS-CALL-ITEM TO CL-ITEM-CODE.
           MOVE 0 TO CL-RECEIPT-DATE.
           MOVE 0 TO CL-SEQ-NO.
           START COST-LAYER-FILE KEY >= CL-KEY
               INVALID KEY
                   GO TO END-GATHER-ITEM-LAYERS
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CL-ITEM-CODE NOT = WS-CALL-ITEM
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           IF WS-LY-COUNT >= 300
                               SET TABLE-OVERFLOWED TO TRUE
                               SET IS-SCAN-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-LY-COUNT
                               MOVE CL-ITEM-CODE TO
                                       WS-LY-ITEM(WS-LY-COUNT)
                               MOVE CL-RECEIPT-DATE TO
                                       WS-LY-DATE(WS-LY-COUNT)
                               MOVE CL-SEQ-NO TO WS-LY-SEQ(WS-LY-COUNT)
                               MOVE CL-QTY-REMAINING TO
                                       WS-LY-QTY(WS-LY-COUNT)
                               MOVE CL-UNIT-COST TO
                                       WS-LY-COST(WS-LY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       END-GATHER-ITEM-LAYERS.
           CONTINUE.

      * Both items' lots. The lot file is keyed store first, so the
      * whole file is read.
       GATHER-LOTS.
           MOVE 0 TO WS-LO-COUNT.
           MOVE 'N' TO WS-OVERFLOW-FLAG.
           OPEN INPUT LOT-FILE.
           IF FS-LOT NOT = "00"
               GO TO END-GATHER-LOTS
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LT-ITEM-CODE = WS-RETIRING-CODE
                               OR LT-ITEM-CODE = WS-SURVIVING-CODE
                           PERFORM NOTE-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.
           IF TABLE-OVERFLOWED
               MOVE "Too many lots, not merged." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
       END-GATHER-LOTS.
           CONTINUE.

       NOTE-ONE-LOT.
           IF WS-LO-COUNT >= 300
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-LO-COUNT
               MOVE LT-STORE-CODE TO WS-LO-STORE(WS-LO-COUNT)
               MOVE LT-ITEM-CODE TO WS-LO-ITEM(WS-LO-COUNT)
               MOVE LT-LOT-NO TO WS-LO-LOT-NO(WS-LO-COUNT)
               MOVE LT-EXPIRY-DATE TO WS-LO-EXPIRY(WS-LO-COUNT)
               MOVE LT-RECEIPT-DATE TO WS-LO-RECEIPT(WS-LO-COUNT)
               MOVE LT-QTY-REMAINING TO WS-LO-QTY(WS-LO-COUNT)
               MOVE LT-WRITE-OFF-FLAG TO WS-LO-FLAG(WS-LO-COUNT)
           END-IF.

      *****************************************************************
      * Moving the stock, through INV_UPDATE so the audit log has
      * both sides of every move.
      *****************************************************************
       MOVE-ONE-BALANCE.
           MOVE WS-BL-STORE(WS-BL-IDX) TO WS-CALL-STORE.
           MOVE WS-BL-STOCK(WS-BL-IDX) TO WS-REMAIN-QTY.
           MOVE "00" TO WS-UPDATE-STATUS.
           PERFORM MOVE-SELLABLE-SLICE
               UNTIL WS-REMAIN-QTY = 0
                  OR WS-UPDATE-STATUS NOT = "00".
           IF WS-UPDATE-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-MOVES
               GO TO END-MOVE-ONE-BALANCE
           END-IF.
           MOVE WS-BL-DAMAGED(WS-BL-IDX) TO WS-REMAIN-QTY.
           PERFORM MOVE-DAMAGED-SLICE
               UNTIL WS-REMAIN-QTY = 0
                  OR WS-UPDATE-STATUS NOT = "00".
           IF WS-UPDATE-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-MOVES
           END-IF.
       END-MOVE-ONE-BALANCE.
           CONTINUE.

      * Down on the retiring code, up on the survivor.
       MOVE-SELLABLE-SLICE.
           PERFORM TAKE-NEXT-SLICE.
           MOVE WS-RETIRING-CODE TO WS-CALL-ITEM.
           MOVE 'A' TO WS-CALL-TYPE.
           COMPUTE WS-PASS-QTY = 0 - WS-SLICE-QTY.
           PERFORM CALL-INV-UPDATE.
           IF WS-UPDATE-STATUS = "00"
               MOVE WS-SURVIVING-CODE TO WS-CALL-ITEM
               MOVE WS-SLICE-QTY TO WS-PASS-QTY
               PERFORM CALL-INV-UPDATE
           END-IF.
           IF WS-UPDATE-STATUS = "00"
               SUBTRACT WS-SLICE-QTY FROM WS-REMAIN-QTY
               ADD WS-SLICE-QTY TO WS-STOCK-MOVED
           END-IF.

      * Written off the retiring code's damaged bucket, taken onto
      * the survivor's stock and at once set aside into its damaged
      * bucket -- INV_UPDATE has no straight damaged-to-damaged move.
       MOVE-DAMAGED-SLICE.
           PERFORM TAKE-NEXT-SLICE.
           MOVE WS-RETIRING-CODE TO WS-CALL-ITEM.
           MOVE 'W' TO WS-CALL-TYPE.
           MOVE WS-SLICE-QTY TO WS-PASS-QTY.
           PERFORM CALL-INV-UPDATE.
           IF WS-UPDATE-STATUS = "00"
               MOVE WS-SURVIVING-CODE TO WS-CALL-ITEM
               MOVE 'A' TO WS-CALL-TYPE
               PERFORM CALL-INV-UPDATE
           END-IF.
           IF WS-UPDATE-STATUS = "00"
               MOVE 'Q' TO WS-CALL-TYPE
               PERFORM CALL-INV-UPDATE
           END-IF.
           IF WS-UPDATE-STATUS = "00"
               SUBTRACT WS-SLICE-QTY FROM WS-REMAIN-QTY
               ADD WS-SLICE-QTY TO WS-DAMAGED-MOVED
           END-IF.

       TAKE-NEXT-SLICE.
           IF WS-REMAIN-QTY > WS-MAX-PASS-QTY
               MOVE WS-MAX-PASS-QTY TO WS-SLICE-QTY
           ELSE
               MOVE WS-REMAIN-QTY TO WS-SLICE-QTY
           END-IF.

       CALL-INV-UPDATE.
           CALL "INV_UPDATE" USING WS-CALL-ITEM, WS-PASS-QTY,
                   WS-CALL-TYPE, WS-UPDATE-STATUS, WS-UNIT-PRICE,
                   WS-TAX-RATE, WS-UNIT-COST, WS-CALL-STORE,
                   WS-REASON-CODE.
           IF WS-UPDATE-STATUS NOT = "00"
               DISPLAY "ITEM-MERGE: INV_UPDATE REFUSED " WS-CALL-TYPE
                       " OF " WS-PASS-QTY " ON " WS-CALL-ITEM
                       " STORE " WS-CALL-STORE
                       ", STATUS: " WS-UPDATE-STATUS
           END-IF.

      *****************************************************************
      * Layers and lots: whatever INV_UPDATE left for either item is
      * cleared, the survivor's own are put back as they stood, and
      * the retiring item's are written under the survivor.
      *****************************************************************
       RESTORE-LAYERS.
           OPEN I-O COST-LAYER-FILE.
           IF FS-LAYER NOT = "00"
               GO TO END-RESTORE-LAYERS
           END-IF.
           MOVE WS-RETIRING-CODE TO WS-CALL-ITEM.
           PERFORM CLEAR-ITEM-LAYERS THRU END-CLEAR-ITEM-LAYERS.
           MOVE WS-SURVIVING-CODE TO WS-CALL-ITEM.
           PERFORM CLEAR-ITEM-LAYERS THRU END-CLEAR-ITEM-LAYERS.
           PERFORM PUT-BACK-ONE-LAYER
               VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-COUNT.
           CLOSE COST-LAYER-FILE.
       END-RESTORE-LAYERS.
           CONTINUE.

       CLEAR-ITEM-LAYERS.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           MOVE WS-CALL-ITEM TO CL-ITEM-CODE.
           MOVE 0 TO CL-RECEIPT-DATE.
           MOVE 0 TO CL-SEQ-NO.
           START COST-LAYER-FILE KEY >= CL-KEY
               INVALID KEY
                   GO TO END-CLEAR-ITEM-LAYERS
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CL-ITEM-CODE NOT = WS-CALL-ITEM
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           DELETE COST-LAYER-FILE
                       END-IF
               END-READ
           END-PERFORM.
       END-CLEAR-ITEM-LAYERS.
           CONTINUE.

      * A retiring layer landing on a key the survivor already uses
      * takes the next sequence number, as a second delivery on one
      * day does.
       PUT-BACK-ONE-LAYER.
           MOVE WS-SURVIVING-CODE TO CL-ITEM-CODE.
           MOVE WS-LY-DATE(WS-LY-IDX) TO CL-RECEIPT-DATE.
           MOVE WS-LY-SEQ(WS-LY-IDX) TO CL-SEQ-NO.
           MOVE WS-LY-QTY(WS-LY-IDX) TO CL-QTY-REMAINING.
           MOVE WS-LY-COST(WS-LY-IDX) TO CL-UNIT-COST.
           PERFORM WITH TEST AFTER
                   UNTIL FS-LAYER NOT = "22"
               WRITE CL-RECORD
                   INVALID KEY
                       ADD 1 TO CL-SEQ-NO
               END-WRITE
           END-PERFORM.
           IF WS-LY-ITEM(WS-LY-IDX) = WS-RETIRING-CODE
               ADD 1 TO WS-LAYERS-MOVED
           END-IF.

       RESTORE-LOTS.
           IF WS-LO-COUNT = 0
               GO TO END-RESTORE-LOTS
           END-IF.
           OPEN I-O LOT-FILE.
           IF FS-LOT NOT = "00"
               GO TO END-RESTORE-LOTS
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LT-ITEM-CODE = WS-RETIRING-CODE
                               OR LT-ITEM-CODE = WS-SURVIVING-CODE
                           DELETE LOT-FILE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SURVIVING-CODE TO WS-CALL-ITEM.
           PERFORM PUT-BACK-ONE-LOT THRU END-PUT-BACK-ONE-LOT
               VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT.
           MOVE WS-RETIRING-CODE TO WS-CALL-ITEM.
           PERFORM PUT-BACK-ONE-LOT THRU END-PUT-BACK-ONE-LOT
               VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-LO-COUNT.
           CLOSE LOT-FILE.
       END-RESTORE-LOTS.
           CONTINUE.

      * The survivor's lots go back first, then the retiring item's.
      * A retiring lot whose number the survivor already holds in
      * that store adds to it; the survivor's expiry date stands, as
      * it does for a second delivery of one lot.
       PUT-BACK-ONE-LOT.
           IF WS-LO-ITEM(WS-LO-IDX) NOT = WS-CALL-ITEM
               GO TO END-PUT-BACK-ONE-LOT
           END-IF.
           MOVE WS-LO-STORE(WS-LO-IDX) TO LT-STORE-CODE.
           MOVE WS-SURVIVING-CODE TO LT-ITEM-CODE.
           MOVE WS-LO-LOT-NO(WS-LO-IDX) TO LT-LOT-NO.
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-LO-EXPIRY(WS-LO-IDX) TO LT-EXPIRY-DATE
                   MOVE WS-LO-RECEIPT(WS-LO-IDX) TO LT-RECEIPT-DATE
                   MOVE WS-LO-QTY(WS-LO-IDX) TO LT-QTY-REMAINING
                   MOVE WS-LO-FLAG(WS-LO-IDX) TO LT-WRITE-OFF-FLAG
                   WRITE LT-RECORD
               NOT INVALID KEY
                   ADD WS-LO-QTY(WS-LO-IDX) TO LT-QTY-REMAINING
                   REWRITE LT-RECORD
           END-READ.
           IF WS-LO-ITEM(WS-LO-IDX) = WS-RETIRING-CODE
               ADD 1 TO WS-LOTS-MOVED
           END-IF.
       END-PUT-BACK-ONE-LOT.
           CONTINUE.

      *****************************************************************
      * The keyed references: barcodes, and purchase order lines not
      * yet received in full. A missing file has nothing to repoint.
      *****************************************************************
       REPOINT-BARCODES.
           OPEN I-O BARCODE-FILE.
           IF FS-BARCODE NOT = "00"
               GO TO END-REPOINT-BARCODES
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ BARCODE-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF BX-ITEM-CODE = WS-RETIRING-CODE
                           MOVE WS-SURVIVING-CODE TO BX-ITEM-CODE
                           REWRITE BX-RECORD
                           ADD 1 TO WS-BARCODES-MOVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BARCODE-FILE.
       END-REPOINT-BARCODES.
           CONTINUE.

       REPOINT-PO-LINES.
           OPEN I-O PO-FILE.
           IF FS-PO NOT = "00"
               GO TO END-REPOINT-PO-LINES
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ PO-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PO-LINE-NO > 0
                               AND POL-ITEM-CODE = WS-RETIRING-CODE
                               AND POL-IS-OPEN
                           MOVE WS-SURVIVING-CODE TO POL-ITEM-CODE
                           REWRITE PO-RECORD
                           ADD 1 TO WS-PO-LINES-MOVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
       END-REPOINT-PO-LINES.
           CONTINUE.

      * The survivor's cost is reaveraged over the stock it took on,
      * valued at the retiring item's cost, the way a receipt is --
      * and with nothing of its own on hand, simply takes that cost.
      * The retiring item is then deactivated and marked replaced by
      * the survivor.
       RETIRE-ITEM.
           MOVE 0 TO WS-NEW-COST.
           OPEN I-O ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "ITEM-MERGE: ITEM MASTER COULD NOT BE OPENED TO "
                       "RETIRE " WS-RETIRING-CODE ": " FS-ITEM
               ADD 1 TO WS-FAILED-MOVES
               GO TO END-RETIRE-ITEM
           END-IF.
           MOVE WS-SURVIVING-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               NOT INVALID KEY
                   IF WS-STOCK-MOVED > 0
                       IF WS-SURVIVOR-STOCK <= 0
                           MOVE WS-RETIRING-COST TO IM-UNIT-COST
                       ELSE
                           COMPUTE IM-UNIT-COST ROUNDED =
                               ((WS-SURVIVOR-STOCK * IM-UNIT-COST)
                               + (WS-STOCK-MOVED * WS-RETIRING-COST))
                               / (WS-SURVIVOR-STOCK + WS-STOCK-MOVED)
                       END-IF
                       REWRITE IM-RECORD
                   END-IF
                   MOVE IM-UNIT-COST TO WS-NEW-COST
           END-READ.
           MOVE WS-RETIRING-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY "ITEM-MERGE: RETIRING ITEM VANISHED: "
                           WS-RETIRING-CODE
                   ADD 1 TO WS-FAILED-MOVES
               NOT INVALID KEY
                   SET IM-IS-INACTIVE TO TRUE
                   SET IM-IS-SUPERSEDED TO TRUE
                   MOVE WS-SURVIVING-CODE TO IM-SUCCESSOR-CODE
                   REWRITE IM-RECORD
                       INVALID KEY
                           DISPLAY "ITEM-MERGE: REWRITE OF RETIRING "
                                   "ITEM FAILED: " WS-RETIRING-CODE
                           ADD 1 TO WS-FAILED-MOVES
                   END-REWRITE
           END-READ.
           CLOSE ITEM-MASTER-FILE.
       END-RETIRE-ITEM.
           CONTINUE.

      *****************************************************************
      * The flat files, rewritten once for every pair merged this
      * run, and only when something on them changes.
      *****************************************************************
       RESOLVE-SURVIVOR.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'Y' TO WS-HOP-FOUND-FLAG.
           PERFORM UNTIL WS-HOP-FOUND-FLAG = 'N'
                   OR WS-HOP-COUNT > WS-MG-COUNT
               PERFORM FOLLOW-ONE-MERGE
           END-PERFORM.

       FOLLOW-ONE-MERGE.
           MOVE 'N' TO WS-HOP-FOUND-FLAG.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
               IF WS-MG-RETIRED(WS-MG-IDX) = WS-RESOLVE-CODE
                   MOVE WS-MG-SURVIVOR(WS-MG-IDX) TO WS-RESOLVE-CODE
                   MOVE 'Y' TO WS-HOP-FOUND-FLAG
                   ADD 1 TO WS-HOP-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The first pass counts the windows to move and notes the
      * survivors' own; the second rewrites the file. A window that
      * would overlap one the survivor has (same store, or either
      * side all-stores, as PROMO_MAINT judges it) is dropped.
       REPOINT-PROMOTIONS.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-WN-COUNT.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO NOT = "00"
               GO TO END-REPOINT-PROMOTIONS
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ PROMO-FILE
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE PR-ITEM-CODE TO WS-RESOLVE-CODE
                       PERFORM RESOLVE-SURVIVOR
                       IF WS-RESOLVE-CODE NOT = PR-ITEM-CODE
                           ADD 1 TO WS-CHANGE-COUNT
                       ELSE
                           PERFORM NOTE-SURVIVOR-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
           IF WS-CHANGE-COUNT = 0
               GO TO END-REPOINT-PROMOTIONS
           END-IF.

           OPEN INPUT PROMO-FILE.
           OPEN OUTPUT NEW-PROMO-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ PROMO-FILE
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-PROMOTION
                           THRU END-COPY-ONE-PROMOTION
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE NEW-PROMO-FILE JOURNAL-FILE.
       END-REPOINT-PROMOTIONS.
           CONTINUE.

      * Only windows of items that survived a merge this run matter
      * to the overlap test.
       NOTE-SURVIVOR-WINDOW.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
               IF WS-MG-SURVIVOR(WS-MG-IDX) = PR-ITEM-CODE
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               PERFORM ADD-WINDOW
           END-IF.

       ADD-WINDOW.
           IF WS-WN-COUNT < 500
               ADD 1 TO WS-WN-COUNT
               MOVE WS-RESOLVE-CODE TO WS-WN-ITEM(WS-WN-COUNT)
               MOVE PR-STORE-CODE TO WS-WN-STORE(WS-WN-COUNT)
               MOVE PR-START-DATE TO WS-WN-START(WS-WN-COUNT)
               MOVE PR-END-DATE TO WS-WN-END(WS-WN-COUNT)
           END-IF.

       COPY-ONE-PROMOTION.
           MOVE PR-ITEM-CODE TO WS-RESOLVE-CODE.
           PERFORM RESOLVE-SURVIVOR.
           IF WS-RESOLVE-CODE = PR-ITEM-CODE
               WRITE NEW-PROMO-RECORD FROM PROMO-RECORD
               GO TO END-COPY-ONE-PROMOTION
           END-IF.

           MOVE SPACES TO PJOURNAL-RECORD.
           MOVE WS-RUN-DATE TO PJ-RUN-DATE.
           MOVE 'X' TO PJ-ACTION.
           MOVE PR-ITEM-CODE TO PJ-ITEM-CODE.
           MOVE PR-STORE-CODE TO PJ-STORE-CODE.
           MOVE PR-START-DATE TO PJ-START-DATE.
           MOVE PR-PROMO-PRICE TO PJ-OLD-PRICE.
           MOVE 0 TO PJ-NEW-PRICE.
           MOVE PR-END-DATE TO PJ-OLD-END.
           MOVE 0 TO PJ-NEW-END.
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR.
           WRITE PJOURNAL-RECORD.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-WN-IDX FROM 1 BY 1
                   UNTIL WS-WN-IDX > WS-WN-COUNT
               IF WS-WN-ITEM(WS-WN-IDX) = WS-RESOLVE-CODE
                       AND PR-START-DATE <= WS-WN-END(WS-WN-IDX)
                       AND PR-END-DATE >= WS-WN-START(WS-WN-IDX)
                       AND (PR-STORE-CODE = WS-WN-STORE(WS-WN-IDX)
                           OR PR-STORE-CODE = SPACES
                           OR WS-WN-STORE(WS-WN-IDX) = SPACES)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               ADD 1 TO WS-PROMOS-DROPPED
               GO TO END-COPY-ONE-PROMOTION
           END-IF.

           PERFORM ADD-WINDOW.
           MOVE WS-RESOLVE-CODE TO PR-ITEM-CODE.
           WRITE NEW-PROMO-RECORD FROM PROMO-RECORD.
           MOVE 'A' TO PJ-ACTION.
           MOVE PR-ITEM-CODE TO PJ-ITEM-CODE.
           MOVE 0 TO PJ-OLD-PRICE.
           MOVE PR-PROMO-PRICE TO PJ-NEW-PRICE.
           MOVE 0 TO PJ-OLD-END.
           MOVE PR-END-DATE TO PJ-NEW-END.
           WRITE PJOURNAL-RECORD.
           ADD 1 TO WS-PROMOS-MOVED.
       END-COPY-ONE-PROMOTION.
           CONTINUE.

      * Commitments keep their PO reference and date; only the item
      * they are for changes, so GOODS_RECEIPT relieves them against
      * the survivor.
       REPOINT-ON-ORDER.
           MOVE 0 TO WS-CHANGE-COUNT.
           OPEN INPUT ON-ORDER-FILE.
           IF FS-ON-ORDER NOT = "00"
               GO TO END-REPOINT-ON-ORDER
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ ON-ORDER-FILE
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE OO-ITEM-CODE TO WS-RESOLVE-CODE
                       PERFORM RESOLVE-SURVIVOR
                       IF WS-RESOLVE-CODE NOT = OO-ITEM-CODE
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
           IF WS-CHANGE-COUNT = 0
               GO TO END-REPOINT-ON-ORDER
           END-IF.

           OPEN INPUT ON-ORDER-FILE.
           OPEN OUTPUT NEW-ON-ORDER-FILE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ ON-ORDER-FILE
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE OO-ITEM-CODE TO WS-RESOLVE-CODE
                       PERFORM RESOLVE-SURVIVOR
                       IF WS-RESOLVE-CODE NOT = OO-ITEM-CODE
                           MOVE WS-RESOLVE-CODE TO OO-ITEM-CODE
                           ADD 1 TO WS-ON-ORDER-MOVED
                       END-IF
                       WRITE NEW-ON-ORDER-RECORD FROM ON-ORDER-RECORD
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE NEW-ON-ORDER-FILE.
       END-REPOINT-ON-ORDER.
           CONTINUE.

       WRITE-TO-HOLD.
           MOVE WS-RETIRING-CODE TO HDL-RETIRING-CODE.
           MOVE WS-SURVIVING-CODE TO HDL-SURVIVING-CODE.
           MOVE WS-RETIRING-PRICE TO HDL-RETIRING-PRICE.
           MOVE WS-SURVIVOR-PRICE TO HDL-SURVIVOR-PRICE.
           MOVE WS-RETIRING-TAX TO HDL-RETIRING-TAX.
           MOVE WS-SURVIVOR-TAX TO HDL-SURVIVOR-TAX.
           MOVE WS-RETIRING-CURRENCY TO HDL-RETIRING-CUR.
           MOVE WS-SURVIVOR-CURRENCY TO HDL-SURVIVOR-CUR.
           WRITE HOLD-RECORD FROM HOLD-LINE.
           ADD 1 TO WS-HELD-COUNT.

       WRITE-TO-ERROR.
           MOVE REQUEST-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "MERGE REQUESTS READ" TO SML-LABEL.
           MOVE WS-READ-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "ITEMS MERGED" TO SML-LABEL.
           MOVE WS-MERGED-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "HELD FOR REVIEW" TO SML-LABEL.
           MOVE WS-HELD-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "REJECTED" TO SML-LABEL.
           MOVE WS-ERROR-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "MERGES NOT MOVED IN FULL" TO SML-LABEL.
           MOVE WS-SHORT-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "PROMOTION WINDOWS MOVED" TO SML-LABEL.
           MOVE WS-PROMOS-MOVED TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "PROMOTION WINDOWS DROPPED AS OVERLAPS" TO SML-LABEL.
           MOVE WS-PROMOS-DROPPED TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "ON-ORDER COMMITMENTS MOVED" TO SML-LABEL.
           MOVE WS-ON-ORDER-MOVED TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.

       END PROGRAM ITEM-MERGE.
