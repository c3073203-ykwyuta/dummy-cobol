       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-CLOSE.
       AUTHOR. Jules.
      *
      * Store closure. Empties and retires a branch in one run
      * instead of a closed flag on STORE_MAINT and a pile of
      * hand-keyed transfers. STORE_CLOSE.PARM (through the shared
      * PARM_KEYWORD entry) names the closing store (CLOSE=), the
      * store that takes its stock (RECEIVE=, which must be open),
      * and the operator stamped on the promotion journal
      * (OPERATOR=, default CLOSURE).
      *
      * The run refuses, moving nothing, while anything would be
      * left dangling: transfers still in transit TO the closing
      * store (XFER_RECEIVE must land them first), stock held
      * reserved there for customer orders awaiting collection, or
      * a negative balance (a count is needed before the store can
      * be proved empty). Otherwise every non-zero sellable balance
      * on STORE_STOCK.IDX is dispatched to the receiving store the
      * way STORE_XFER dispatches -- the balance comes down, the
      * quantity goes onto the van (IN_TRANSIT.DAT) for XFER_RECEIVE
      * to land, and the 'T' dispatch line goes to INV_AUDIT.LOG --
      * and every damaged bucket is queued as a write-off ('W'
      * line, the store named) on DISPOSITION.DAT for the next
      * DISPOSITION run, as LOT_EXPIRY queues expired lots. The
      * store's promotion windows still running are ended on the
      * business date and windows not yet started are dropped
      * (PROMO_PRICE.NEW, journaled to PROMO_AUDIT.LOG as
      * PROMO_MAINT does), its min/max entries are dropped
      * (STORE_MINMAX.NEW), and the store master is marked closed
      * as of the business date unless a closing date is already
      * on it.
      *
      * STORE_CLOSE.LST lists what was refused or moved and then
      * re-reads the store's balances to prove the store ends at
      * zero on every item, a damaged balance just queued to
      * DISPOSITION being shown as such. Run again for a store
      * already closed, it moves nothing and prints the proof
      * alone -- after DISPOSITION has run, that proof must show
      * every bucket at zero. RC 8 when the closure is refused, 4
      * when the proof finds a balance not at zero.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT IN-TRANSIT-FILE ASSIGN TO DSN-IN-TRANSIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IN-TRANSIT.
           SELECT DISP-FILE ASSIGN TO DSN-DISP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISP.
           SELECT AUDIT-FILE ASSIGN TO DSN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT PROMO-FILE ASSIGN TO DSN-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO.
           SELECT NEW-PROMO-FILE ASSIGN TO DSN-NEW-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-PROMO.
           SELECT JOURNAL-FILE ASSIGN TO DSN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT MINMAX-FILE ASSIGN TO DSN-MINMAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MINMAX.
           SELECT NEW-MINMAX-FILE ASSIGN TO DSN-NEW-MINMAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-MINMAX.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

      * The van, in STORE_XFER's layout.
       FD  IN-TRANSIT-FILE.
       01  IN-TRANSIT-RECORD.
           05  IT-DISPATCH-DATE     PIC 9(8).
           05  IT-FROM-STORE        PIC X(4).
           05  IT-TO-STORE          PIC X(4).
           05  IT-ITEM-CODE         PIC X(8).
           05  IT-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.

      * DISPOSITION's feed layout.
       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DP-ITEM-CODE         PIC X(8).
           05  DP-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
           05  DP-ACTION            PIC X.
           05  DP-STORE-CODE        PIC X(4).
           05  DP-LOT-NO            PIC X(10).

      * Same line layout INV_UPDATE writes.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  AU-STORE-CODE        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  AU-TRAN-TYPE         PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  AU-QTY               PIC -(4)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  AU-BEFORE-QTY        PIC -(5)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  AU-AFTER-QTY         PIC -(5)9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  AU-STATUS            PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  AU-REASON            PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  AU-RUN-DATE          PIC 9(8).

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

      * STORE_REPL's min/max layout.
       FD  MINMAX-FILE.
       01  MINMAX-RECORD.
           05  MM-STORE-CODE        PIC X(4).
           05  MM-ITEM-CODE         PIC X(8).
           05  MM-MIN-QTY           PIC 9(5).
           05  MM-MAX-QTY           PIC 9(5).

       FD  NEW-MINMAX-FILE.
       01  NEW-MINMAX-RECORD        PIC X(22).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-STORE             PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-IN-TRANSIT        PIC X(2).
           05  FS-DISP              PIC X(2).
           05  FS-AUDIT             PIC X(2).
           05  FS-PROMO             PIC X(2).
           05  FS-NEW-PROMO         PIC X(2).
           05  FS-JOURNAL           PIC X(2).
           05  FS-MINMAX            PIC X(2).
           05  FS-NEW-MINMAX        PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-IN-TRANSIT    PIC X(33)
              VALUE "data/master_update/IN_TRANSIT.DAT".
           05 DSN-DISP          PIC X(34)
              VALUE "data/master_update/DISPOSITION.DAT".
           05 DSN-AUDIT         PIC X(32)
              VALUE "data/master_update/INV_AUDIT.LOG".
           05 DSN-PROMO         PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.DAT".
           05 DSN-NEW-PROMO     PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.NEW".
           05 DSN-JOURNAL       PIC X(34)
              VALUE "data/master_update/PROMO_AUDIT.LOG".
           05 DSN-MINMAX        PIC X(35)
              VALUE "data/master_update/STORE_MINMAX.DAT".
           05 DSN-NEW-MINMAX    PIC X(35)
              VALUE "data/master_update/STORE_MINMAX.NEW".
           05 DSN-REPORT        PIC X(34)
              VALUE "data/master_update/STORE_CLOSE.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/STORE_CLOSE.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-CLOSE-STORE           PIC X(4) VALUE SPACES.
       01  WS-RECEIVE-STORE         PIC X(4) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE "CLOSURE".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-REFUSED-FLAG          PIC X VALUE 'N'.
           88  CLOSURE-REFUSED      VALUE 'Y'.
      * Set when the closing store is already closed: nothing is
      * moved again, the run only proves the store is empty.
       01  WS-PROOF-ONLY-FLAG       PIC X VALUE 'N'.
           88  PROOF-ONLY           VALUE 'Y'.
       01  WS-STOCK-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-STOCK-IS-OPEN  VALUE 'Y'.

      * A balance can be larger than one in-transit or disposition
      * line holds, so it goes in loads of at most 99999.99.
       01  WS-LEFT-QTY              PIC S9(7)V99.
       01  WS-LOAD-QTY              PIC S9(5)V99.
       01  WS-BEFORE-QTY            PIC S9(7)V99.
       01  WS-MAX-LOAD              PIC S9(5)V99 VALUE 99999.99.
       01  WS-CHANGE-COUNT          PIC 9(5).

       01  WS-CONTROL-COUNTS.
           05  WS-BLOCK-COUNT       PIC 9(5) VALUE 0.
           05  WS-BALANCES-READ     PIC 9(7) VALUE 0.
           05  WS-ITEMS-MOVED       PIC 9(7) VALUE 0.
           05  WS-LOADS-BOOKED      PIC 9(7) VALUE 0.
           05  WS-DAMAGED-QUEUED    PIC 9(7) VALUE 0.
           05  WS-PROMOS-ENDED      PIC 9(5) VALUE 0.
           05  WS-PROMOS-DROPPED    PIC 9(5) VALUE 0.
           05  WS-MINMAX-DROPPED    PIC 9(5) VALUE 0.
           05  WS-ZERO-COUNT        PIC 9(7) VALUE 0.
           05  WS-QUEUED-COUNT      PIC 9(7) VALUE 0.
           05  WS-NOT-ZERO-COUNT    PIC 9(7) VALUE 0.
       01  WS-UNITS-MOVED           PIC S9(9)V99 VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(23)
               VALUE "STORE CLOSURE -- STORE ".
           05  TTL-CLOSE-STORE      PIC X(4).
           05  FILLER               PIC X(12) VALUE " INTO STORE ".
           05  TTL-RECEIVE-STORE    PIC X(4).
           05  FILLER               PIC X(12) VALUE "   RUN DATE ".
           05  TTL-RUN-DATE         PIC 9(8).

       01  BLOCK-LINE.
           05  FILLER               PIC X(11) VALUE "  REFUSED: ".
           05  BKL-REASON           PIC X(45).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BKL-DETAIL           PIC X(40).

       01  MOVE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  MVL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(14) VALUE " TRANSFERRED: ".
           05  MVL-MOVED-QTY        PIC -(7)9.99.
           05  FILLER               PIC X(22)
               VALUE "  DAMAGED TO DISPOSE: ".
           05  MVL-DAMAGED-QTY      PIC -(7)9.99.

       01  PROOF-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PFL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(11) VALUE " SELLABLE: ".
           05  PFL-STOCK-QTY        PIC -(7)9.99.
           05  FILLER               PIC X(11) VALUE "  DAMAGED: ".
           05  PFL-DAMAGED-QTY      PIC -(7)9.99.
           05  FILLER               PIC X(12) VALUE "  RESERVED: ".
           05  PFL-RESERVED-QTY     PIC -(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PFL-STATUS           PIC X(20).

       01  SUMMARY-LINE.
           05  SML-LABEL            PIC X(40).
           05  SML-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-CLOSURE-PARAMETERS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CLOSE-STORE TO TTL-CLOSE-STORE.
           MOVE WS-RECEIVE-STORE TO TTL-RECEIVE-STORE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CHECK-STORES THRU END-CHECK-STORES.
           IF CLOSURE-REFUSED
               GO TO END-RUN
           END-IF.
           OPEN I-O STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               MOVE "Store stock file cannot be opened." TO
                       BKL-REASON
               MOVE FS-STORE-STOCK TO BKL-DETAIL
               PERFORM WRITE-BLOCK-LINE
               GO TO END-RUN
           END-IF.
           SET STORE-STOCK-IS-OPEN TO TRUE.

           IF NOT PROOF-ONLY
               PERFORM CHECK-IN-TRANSIT THRU END-CHECK-IN-TRANSIT
               PERFORM CHECK-BALANCES THRU END-CHECK-BALANCES
               IF CLOSURE-REFUSED
                   GO TO END-RUN
               END-IF
               PERFORM EMPTY-STORE THRU END-EMPTY-STORE
               PERFORM END-STORE-PROMOTIONS THRU END-END-PROMOTIONS
               PERFORM DROP-STORE-MINMAX THRU END-DROP-MINMAX
               PERFORM RETIRE-STORE
           END-IF.
           PERFORM PROVE-STORE-EMPTY THRU END-PROVE-STORE-EMPTY.

       END-RUN.
           PERFORM WRITE-SUMMARY THRU END-WRITE-SUMMARY.
           IF STORE-STOCK-IS-OPEN
               CLOSE STORE-STOCK-FILE
           END-IF.
           CLOSE STORE-MASTER-FILE REPORT-FILE.
           DISPLAY "STORE-CLOSE TOTALS -- STORE: " WS-CLOSE-STORE
                   " INTO: " WS-RECEIVE-STORE
                   " REFUSALS: " WS-BLOCK-COUNT
                   " ITEMS MOVED: " WS-ITEMS-MOVED
                   " DAMAGED QUEUED: " WS-DAMAGED-QUEUED
                   " PROMOS ENDED: " WS-PROMOS-ENDED
                   " DROPPED: " WS-PROMOS-DROPPED
                   " MIN/MAX DROPPED: " WS-MINMAX-DROPPED
                   " NOT AT ZERO: " WS-NOT-ZERO-COUNT.
           IF CLOSURE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-ZERO-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       READ-CLOSURE-PARAMETERS.
           MOVE "CLOSE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               MOVE WS-KW-VALUE(1:4) TO WS-CLOSE-STORE
           END-IF.
           MOVE "RECEIVE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               MOVE WS-KW-VALUE(1:4) TO WS-RECEIVE-STORE
           END-IF.
           MOVE "OPERATOR" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) NOT = SPACES
               MOVE WS-KW-VALUE(1:8) TO WS-OPERATOR-ID
           END-IF.

      * Both stores must be named and on file, and the receiving
      * store open. A closing store already closed puts the run in
      * proof-only mode.
       CHECK-STORES.
           IF WS-CLOSE-STORE = SPACES OR WS-RECEIVE-STORE = SPACES
               MOVE "CLOSE= and RECEIVE= stores must be named."
                       TO BKL-REASON
               MOVE SPACES TO BKL-DETAIL
               PERFORM WRITE-BLOCK-LINE
               GO TO END-CHECK-STORES
           END-IF.
           IF WS-CLOSE-STORE = WS-RECEIVE-STORE
               MOVE "Closing and receiving store are the same." TO
                       BKL-REASON
               MOVE WS-CLOSE-STORE TO BKL-DETAIL
               PERFORM WRITE-BLOCK-LINE
               GO TO END-CHECK-STORES
           END-IF.
           OPEN I-O STORE-MASTER-FILE.
           IF FS-STORE NOT = "00"
               MOVE "Store master cannot be opened." TO BKL-REASON
               MOVE FS-STORE TO BKL-DETAIL
               PERFORM WRITE-BLOCK-LINE
               GO TO END-CHECK-STORES
           END-IF.
           MOVE WS-RECEIVE-STORE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE "Receiving store is not on file." TO
                           BKL-REASON
                   MOVE WS-RECEIVE-STORE TO BKL-DETAIL
                   PERFORM WRITE-BLOCK-LINE
                   GO TO END-CHECK-STORES
           END-READ.
           IF NOT ST-IS-OPEN
               MOVE "Receiving store is closed." TO BKL-REASON
               MOVE WS-RECEIVE-STORE TO BKL-DETAIL
               PERFORM WRITE-BLOCK-LINE
               GO TO END-CHECK-STORES
           END-IF.
           MOVE WS-CLOSE-STORE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE "Closing store is not on file." TO BKL-REASON
                   MOVE WS-CLOSE-STORE TO BKL-DETAIL
                   PERFORM WRITE-BLOCK-LINE
                   GO TO END-CHECK-STORES
           END-READ.
           IF ST-IS-CLOSED
               SET PROOF-ONLY TO TRUE
               MOVE "STORE ALREADY CLOSED -- NOTHING MOVED, BALANCES"
                       & " PROVED ONLY." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       END-CHECK-STORES.
           CONTINUE.

      * Goods still on the van to the closing store would land on a
      * retired branch.
       CHECK-IN-TRANSIT.
           OPEN INPUT IN-TRANSIT-FILE.
           IF FS-IN-TRANSIT NOT = "00"
               GO TO END-CHECK-IN-TRANSIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ IN-TRANSIT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF IT-TO-STORE = WS-CLOSE-STORE
                               AND IT-QTY > 0
                           MOVE "Transfer in transit to the store, "
                                   & "unreceived." TO BKL-REASON
                           MOVE SPACES TO BKL-DETAIL
                           STRING IT-ITEM-CODE " FROM " IT-FROM-STORE
                                   " SENT " IT-DISPATCH-DATE
                                   DELIMITED BY SIZE INTO BKL-DETAIL
                           PERFORM WRITE-BLOCK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-TRANSIT-FILE.
       END-CHECK-IN-TRANSIT.
           CONTINUE.

      * Reserved order stock and negative balances must be settled
      * before the store can be emptied and proved.
       CHECK-BALANCES.
           PERFORM START-STORE-BALANCES THRU END-START-STORE-BALANCES.
           PERFORM UNTIL IS-EOF
               PERFORM READ-STORE-BALANCE THRU END-READ-STORE-BALANCE
               IF NOT IS-EOF
                   IF SS-RESERVED-QTY > 0
                       MOVE "Stock reserved for customer orders."
                               TO BKL-REASON
                       MOVE SS-ITEM-CODE TO BKL-DETAIL
                       PERFORM WRITE-BLOCK-LINE
                   END-IF
                   IF SS-STOCK-QTY < 0 OR SS-DAMAGED-QTY < 0
                       MOVE "Negative balance, count the item first."
                               TO BKL-REASON
                       MOVE SS-ITEM-CODE TO BKL-DETAIL
                       PERFORM WRITE-BLOCK-LINE
                   END-IF
               END-IF
           END-PERFORM.
       END-CHECK-BALANCES.
           CONTINUE.

       START-STORE-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-CLOSE-STORE TO SS-STORE-CODE.
           MOVE LOW-VALUES TO SS-ITEM-CODE.
           START STORE-STOCK-FILE KEY >= SS-KEY
               INVALID KEY
                   SET IS-EOF TO TRUE
           END-START.
       END-START-STORE-BALANCES.
           CONTINUE.

       READ-STORE-BALANCE.
           READ STORE-STOCK-FILE NEXT RECORD
               AT END
                   SET IS-EOF TO TRUE
                   GO TO END-READ-STORE-BALANCE
           END-READ.
           IF SS-STORE-CODE NOT = WS-CLOSE-STORE
               SET IS-EOF TO TRUE
           END-IF.
       END-READ-STORE-BALANCE.
           CONTINUE.

      * Each balance is worked off in loads: sellable stock onto the
      * van for the receiving store, damaged stock onto the
      * disposition feed. The damaged bucket itself comes down when
      * DISPOSITION writes the goods off.
       EMPTY-STORE.
           OPEN EXTEND IN-TRANSIT-FILE.
           IF FS-IN-TRANSIT NOT = "00"
               OPEN OUTPUT IN-TRANSIT-FILE
           END-IF.
           OPEN EXTEND DISP-FILE.
           IF FS-DISP NOT = "00"
               OPEN OUTPUT DISP-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "STOCK MOVED" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM START-STORE-BALANCES THRU END-START-STORE-BALANCES.
           PERFORM UNTIL IS-EOF
               PERFORM READ-STORE-BALANCE THRU END-READ-STORE-BALANCE
               IF NOT IS-EOF
                   ADD 1 TO WS-BALANCES-READ
                   PERFORM EMPTY-ONE-BALANCE
                       THRU END-EMPTY-ONE-BALANCE
               END-IF
           END-PERFORM.
           CLOSE IN-TRANSIT-FILE DISP-FILE AUDIT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       END-EMPTY-STORE.
           CONTINUE.

       EMPTY-ONE-BALANCE.
           IF SS-STOCK-QTY = 0 AND SS-DAMAGED-QTY = 0
               GO TO END-EMPTY-ONE-BALANCE
           END-IF.
           MOVE SS-ITEM-CODE TO MVL-ITEM-CODE.
           MOVE SS-STOCK-QTY TO MVL-MOVED-QTY.
           MOVE SS-DAMAGED-QTY TO MVL-DAMAGED-QTY.
           IF SS-STOCK-QTY > 0
               MOVE SS-STOCK-QTY TO WS-BEFORE-QTY
               MOVE 0 TO SS-STOCK-QTY
               REWRITE SS-RECORD
                   INVALID KEY
                       MOVE "Rewrite of the store balance failed."
                               TO BKL-REASON
                       MOVE SS-ITEM-CODE TO BKL-DETAIL
                       PERFORM WRITE-BLOCK-LINE
                       GO TO END-EMPTY-ONE-BALANCE
               END-REWRITE
               ADD 1 TO WS-ITEMS-MOVED
               ADD WS-BEFORE-QTY TO WS-UNITS-MOVED
               MOVE WS-BEFORE-QTY TO WS-LEFT-QTY
               PERFORM BOOK-ONE-LOAD UNTIL WS-LEFT-QTY = 0
           END-IF.
           IF SS-DAMAGED-QTY > 0
               ADD 1 TO WS-DAMAGED-QUEUED
               MOVE SS-DAMAGED-QTY TO WS-LEFT-QTY
               PERFORM QUEUE-ONE-WRITE-OFF UNTIL WS-LEFT-QTY = 0
           END-IF.
           WRITE REPORT-RECORD FROM MOVE-LINE.
       END-EMPTY-ONE-BALANCE.
           CONTINUE.

      * One van load, with its dispatch line on the audit log --
      * the before and after figures step down load by load.
       BOOK-ONE-LOAD.
           IF WS-LEFT-QTY > WS-MAX-LOAD
               MOVE WS-MAX-LOAD TO WS-LOAD-QTY
           ELSE
               MOVE WS-LEFT-QTY TO WS-LOAD-QTY
           END-IF.
           MOVE WS-RUN-DATE TO IT-DISPATCH-DATE.
           MOVE WS-CLOSE-STORE TO IT-FROM-STORE.
           MOVE WS-RECEIVE-STORE TO IT-TO-STORE.
           MOVE SS-ITEM-CODE TO IT-ITEM-CODE.
           MOVE WS-LOAD-QTY TO IT-QTY.
           WRITE IN-TRANSIT-RECORD.
           ADD 1 TO WS-LOADS-BOOKED.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE SS-ITEM-CODE TO AU-ITEM-CODE.
           MOVE WS-CLOSE-STORE TO AU-STORE-CODE.
           MOVE 'T' TO AU-TRAN-TYPE.
           COMPUTE AU-QTY = WS-LOAD-QTY * -1.
           MOVE WS-LEFT-QTY TO AU-BEFORE-QTY.
           SUBTRACT WS-LOAD-QTY FROM WS-LEFT-QTY.
           MOVE WS-LEFT-QTY TO AU-AFTER-QTY.
           MOVE "00" TO AU-STATUS.
           MOVE SPACES TO AU-REASON.
           MOVE WS-RUN-DATE TO AU-RUN-DATE.
           WRITE AUDIT-RECORD.

       QUEUE-ONE-WRITE-OFF.
           IF WS-LEFT-QTY > WS-MAX-LOAD
               MOVE WS-MAX-LOAD TO WS-LOAD-QTY
           ELSE
               MOVE WS-LEFT-QTY TO WS-LOAD-QTY
           END-IF.
           MOVE SPACES TO DISP-RECORD.
           MOVE SS-ITEM-CODE TO DP-ITEM-CODE.
           MOVE WS-LOAD-QTY TO DP-QTY.
           MOVE 'W' TO DP-ACTION.
           MOVE WS-CLOSE-STORE TO DP-STORE-CODE.
           WRITE DISP-RECORD.
           SUBTRACT WS-LOAD-QTY FROM WS-LEFT-QTY.

      * Windows for the closing store: one still running ends on the
      * business date, one not yet started is dropped. The file is
      * only rewritten when the store has a window to change.
       END-STORE-PROMOTIONS.
           MOVE 0 TO WS-CHANGE-COUNT.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO NOT = "00"
               GO TO END-END-PROMOTIONS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ PROMO-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF PR-STORE-CODE = WS-CLOSE-STORE
                               AND PR-END-DATE > WS-RUN-DATE
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
           IF WS-CHANGE-COUNT = 0
               GO TO END-END-PROMOTIONS
           END-IF.

           OPEN INPUT PROMO-FILE.
           OPEN OUTPUT NEW-PROMO-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ PROMO-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-PROMOTION
                           THRU END-COPY-ONE-PROMOTION
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE NEW-PROMO-FILE JOURNAL-FILE.
       END-END-PROMOTIONS.
           CONTINUE.

       COPY-ONE-PROMOTION.
           IF PR-STORE-CODE NOT = WS-CLOSE-STORE
                   OR PR-END-DATE NOT > WS-RUN-DATE
               WRITE NEW-PROMO-RECORD FROM PROMO-RECORD
               GO TO END-COPY-ONE-PROMOTION
           END-IF.
           MOVE SPACES TO PJOURNAL-RECORD.
           MOVE WS-RUN-DATE TO PJ-RUN-DATE.
           MOVE PR-ITEM-CODE TO PJ-ITEM-CODE.
           MOVE PR-STORE-CODE TO PJ-STORE-CODE.
           MOVE PR-START-DATE TO PJ-START-DATE.
           MOVE PR-PROMO-PRICE TO PJ-OLD-PRICE.
           MOVE PR-END-DATE TO PJ-OLD-END.
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR.
           IF PR-START-DATE > WS-RUN-DATE
               MOVE 'X' TO PJ-ACTION
               MOVE 0 TO PJ-NEW-PRICE
               MOVE 0 TO PJ-NEW-END
               ADD 1 TO WS-PROMOS-DROPPED
           ELSE
               MOVE 'C' TO PJ-ACTION
               MOVE PR-PROMO-PRICE TO PJ-NEW-PRICE
               MOVE WS-RUN-DATE TO PJ-NEW-END
               MOVE WS-RUN-DATE TO PR-END-DATE
               WRITE NEW-PROMO-RECORD FROM PROMO-RECORD
               ADD 1 TO WS-PROMOS-ENDED
           END-IF.
           WRITE PJOURNAL-RECORD.
       END-COPY-ONE-PROMOTION.
           CONTINUE.

      * The store's min/max entries would keep proposing transfers
      * into a closed branch; rewritten without them, and only when
      * there are any.
       DROP-STORE-MINMAX.
           MOVE 0 TO WS-CHANGE-COUNT.
           OPEN INPUT MINMAX-FILE.
           IF FS-MINMAX NOT = "00"
               GO TO END-DROP-MINMAX
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ MINMAX-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF MM-STORE-CODE = WS-CLOSE-STORE
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MINMAX-FILE.
           IF WS-CHANGE-COUNT = 0
               GO TO END-DROP-MINMAX
           END-IF.

           OPEN INPUT MINMAX-FILE.
           OPEN OUTPUT NEW-MINMAX-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ MINMAX-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF MM-STORE-CODE = WS-CLOSE-STORE
                           ADD 1 TO WS-MINMAX-DROPPED
                       ELSE
                           WRITE NEW-MINMAX-RECORD FROM MINMAX-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MINMAX-FILE NEW-MINMAX-FILE.
       END-DROP-MINMAX.
           CONTINUE.

       RETIRE-STORE.
           MOVE WS-CLOSE-STORE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   DISPLAY "STORE-CLOSE: STORE VANISHED BEFORE "
                           "RETIREMENT: " WS-CLOSE-STORE
               NOT INVALID KEY
                   MOVE 'N' TO ST-OPEN-FLAG
                   IF ST-CLOSE-DATE = 0
                       MOVE WS-RUN-DATE TO ST-CLOSE-DATE
                   END-IF
                   REWRITE ST-RECORD
                       INVALID KEY
                           DISPLAY "STORE-CLOSE: REWRITE OF STORE "
                                   "MASTER FAILED: " WS-CLOSE-STORE
                   END-REWRITE
           END-READ.

      * Every balance the store still holds, re-read from the file.
      * A damaged bucket this run has just queued to DISPOSITION is
      * accounted for; anything else not at zero is not.
       PROVE-STORE-EMPTY.
           MOVE "CLOSING BALANCES" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM START-STORE-BALANCES THRU END-START-STORE-BALANCES.
           PERFORM UNTIL IS-EOF
               PERFORM READ-STORE-BALANCE THRU END-READ-STORE-BALANCE
               IF NOT IS-EOF
                   PERFORM PROVE-ONE-BALANCE
               END-IF
           END-PERFORM.
       END-PROVE-STORE-EMPTY.
           CONTINUE.

       PROVE-ONE-BALANCE.
           MOVE SS-ITEM-CODE TO PFL-ITEM-CODE.
           MOVE SS-STOCK-QTY TO PFL-STOCK-QTY.
           MOVE SS-DAMAGED-QTY TO PFL-DAMAGED-QTY.
           MOVE SS-RESERVED-QTY TO PFL-RESERVED-QTY.
           EVALUATE TRUE
               WHEN SS-STOCK-QTY = 0 AND SS-DAMAGED-QTY = 0
                       AND SS-RESERVED-QTY = 0
                   MOVE "ZERO" TO PFL-STATUS
                   ADD 1 TO WS-ZERO-COUNT
               WHEN SS-STOCK-QTY = 0 AND SS-DAMAGED-QTY > 0
                       AND SS-RESERVED-QTY = 0 AND NOT PROOF-ONLY
                   MOVE "DAMAGED TO DISPOSE" TO PFL-STATUS
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN OTHER
                   MOVE "*** NOT ZERO ***" TO PFL-STATUS
                   ADD 1 TO WS-NOT-ZERO-COUNT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM PROOF-LINE.

       WRITE-BLOCK-LINE.
           SET CLOSURE-REFUSED TO TRUE.
           ADD 1 TO WS-BLOCK-COUNT.
           WRITE REPORT-RECORD FROM BLOCK-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF CLOSURE-REFUSED
               MOVE "CLOSURE REFUSED -- NOTHING MOVED, STORE LEFT "
                       & "OPEN." TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "REFUSALS" TO SML-LABEL
               MOVE WS-BLOCK-COUNT TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               GO TO END-WRITE-SUMMARY
           END-IF.
           IF NOT PROOF-ONLY
               MOVE "ITEMS TRANSFERRED TO RECEIVING STORE" TO
                       SML-LABEL
               MOVE WS-ITEMS-MOVED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "IN-TRANSIT LOADS BOOKED" TO SML-LABEL
               MOVE WS-LOADS-BOOKED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "DAMAGED BUCKETS QUEUED TO DISPOSITION" TO
                       SML-LABEL
               MOVE WS-DAMAGED-QUEUED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "PROMOTION WINDOWS ENDED" TO SML-LABEL
               MOVE WS-PROMOS-ENDED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "PROMOTION WINDOWS DROPPED" TO SML-LABEL
               MOVE WS-PROMOS-DROPPED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "MIN/MAX ENTRIES DROPPED" TO SML-LABEL
               MOVE WS-MINMAX-DROPPED TO SML-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
           END-IF.
           MOVE "BALANCES AT ZERO" TO SML-LABEL.
           MOVE WS-ZERO-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "DAMAGED AWAITING DISPOSITION" TO SML-LABEL.
           MOVE WS-QUEUED-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "BALANCES NOT AT ZERO" TO SML-LABEL.
           MOVE WS-NOT-ZERO-COUNT TO SML-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           IF WS-NOT-ZERO-COUNT = 0
               MOVE "STORE ENDS AT ZERO ON EVERY ITEM." TO
                       REPORT-RECORD
           ELSE
               MOVE "STORE DOES NOT END AT ZERO -- SEE ITEMS MARKED."
                       TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
       END-WRITE-SUMMARY.
           CONTINUE.

       END PROGRAM STORE-CLOSE.
