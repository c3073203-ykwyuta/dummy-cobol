       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBUILD.
       AUTHOR. Jules.
      *
      * Rebuild of a derived keyed file from the records it was
      * derived from, for the day one of them is damaged between
      * backup sets and RESTORE_SET would throw the day's work away.
      * The parameter file (KEYWORD=VALUE cards through the shared
      * PARM_KEYWORD) names the file:
      *   FILE=HISTORY  SALES_HISTORY.IDX, from the monthly members
      *                 (SALES_HIST_YYYYMM.DAT) for every month one
      *                 is on disk, and from SALES_HISTORY.DAT for
      *                 the months that have none. The sequence
      *                 number is dealt afresh from 1 within each
      *                 item and date, so the compare below matches
      *                 history lines on item, date and content, not
      *                 on the sequence number the night run dealt.
      *   FILE=STOCK    STORE_STOCK.IDX, from the STOCK image of the
      *                 backup set named on SET=YYYYMMDD, rolled
      *                 forward through every store-tagged entry on
      *                 INV_AUDIT.LOG (rolled segments first, then
      *                 the live log) dated on or after FROM=YYYYMMDD
      *                 (the set date when not given). The sellable
      *                 balance moves as INV_UPDATE moved it, the
      *                 damaged bucket by the 'Q', 'W' and damaged
      *                 'R' rules; reserved quantities are carried
      *                 from the set as they stood, since CUST_ORDER
      *                 does not journal them.
      *   FILE=LAYERS   COST_LAYER.IDX, by replaying the whole audit
      *                 trail: a 'G' receipt opens a layer at the
      *                 cost the received-goods journal carried for
      *                 it (RECEIVED_GOODS.DAT, matched on store,
      *                 item, quantity and date), any other increase
      *                 opens one at the item's current master cost,
      *                 and a decrease consumes layers oldest-first.
      *                 Layers ITEM_MERGE carried across by hand show
      *                 up as differences for the operator to judge.
      * The rebuilt records go to a .NEW image (SALES_HISTORY.NEW,
      * STORE_STOCK.NEW, COST_LAYER.NEW) and are compared with the
      * live file; every record only on one side is listed on
      * REBUILD.LST. Nothing replaces the live file unless the
      * parameters also carry CONFIRM=Y and OPERATOR=, the operator
      * holds OPER_CHECK's rebuild-swap authority ('B'), every
      * source was on disk and the compare found a difference. The
      * live file's records are kept as a .OLD image first, and the
      * swap is logged to RESTORE.LOG alongside RESTORE_SET's.
      * RC 4 when differences were found or a source was missing,
      * RC 8 when nothing could be rebuilt or the swap was refused.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT MONTHLY-HIST-FILE ASSIGN TO DSN-MONTHLY-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MONTHLY-HIST.
           SELECT AUDIT-FILE ASSIGN TO DSN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT REGISTRY-FILE ASSIGN TO DSN-REGISTRY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRY.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT MANIFEST-FILE ASSIGN TO DSN-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFEST.
           SELECT IMAGE-FILE ASSIGN TO DSN-IMAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMAGE.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT HIST-INDEX-FILE ASSIGN TO DSN-HIST-INDEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS FS-HIST-INDEX.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT COST-LAYER-FILE ASSIGN TO DSN-COST-LAYER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS FS-LAYER.
           SELECT NEW-FILE ASSIGN TO DSN-NEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW.
           SELECT OLD-FILE ASSIGN TO DSN-OLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OLD.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
           SELECT RESTORE-LOG-FILE ASSIGN TO DSN-RESTORE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTORE-LOG.
           SELECT BUILD-SORT-FILE ASSIGN TO "RBLDSORT.TMP".
           SELECT COMPARE-SORT-FILE ASSIGN TO "RBLDCOMP.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

      * The audit line as INV_UPDATE writes it, read back with the
      * numeric columns as text, as AUDIT_LEDGER reads it.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X.
           05  AU-STORE-CODE        PIC X(4).
           05  FILLER               PIC X.
           05  AU-TRAN-TYPE         PIC X.
           05  FILLER               PIC X.
           05  AU-QTY-TEXT          PIC X(8).
           05  FILLER               PIC X.
           05  AU-BEFORE-TEXT       PIC X(9).
           05  FILLER               PIC X.
           05  AU-AFTER-TEXT        PIC X(9).
           05  FILLER               PIC X.
           05  AU-STATUS            PIC X(2).
           05  FILLER               PIC X.
           05  AU-REASON            PIC X(2).
           05  FILLER               PIC X.
           05  AU-RUN-DATE          PIC 9(8).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  SG-CUTOFF-DATE       PIC 9(8).

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  MF-TAG               PIC X(8).
           05  FILLER               PIC X.
           05  MF-STATE             PIC X(7).
           05  FILLER               PIC X.
           05  MF-REC-COUNT         PIC 9(7).

       FD  IMAGE-FILE.
       01  IMAGE-RECORD             PIC X(120).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  HIST-INDEX-FILE.
           COPY "HISTIDX.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  COST-LAYER-FILE.
           COPY "LAYERREC.CPY".

      * Wide enough for the widest of the three records (the keyed
      * history line); the shorter two pad with spaces.
       FD  NEW-FILE.
       01  NEW-RECORD               PIC X(137).

       FD  OLD-FILE.
       01  OLD-RECORD               PIC X(137).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       FD  RESTORE-LOG-FILE.
       01  RESTORE-LOG-RECORD       PIC X(70).

      * One work file, three shapes: history lines in arrival order
      * within item and date, store balances and movements by store
      * and item, and the cost journal ahead of the audit entries
      * within each item.
       SD  BUILD-SORT-FILE.
       01  BH-RECORD.
           05  BH-ITEM-CODE         PIC X(8).
           05  BH-TRAN-DATE         PIC 9(8).
           05  BH-ARRIVAL-NO        PIC 9(9).
           05  BH-IMAGE             PIC X(114).
       01  BT-RECORD.
           05  BT-STORE-CODE        PIC X(4).
           05  BT-ITEM-CODE         PIC X(8).
           05  BT-STOCK-QTY         PIC S9(7)V99.
           05  BT-DAMAGED-QTY       PIC S9(7)V99.
           05  BT-RESERVED-QTY      PIC S9(7)V99.
       01  BL-RECORD.
           05  BL-ITEM-CODE         PIC X(8).
           05  BL-CLASS             PIC X.
               88  BL-IS-RECEIPT    VALUE '1'.
               88  BL-IS-MOVEMENT   VALUE '2'.
           05  BL-ARRIVAL-NO        PIC 9(9).
           05  BL-DATE              PIC 9(8).
           05  BL-STORE-CODE        PIC X(4).
           05  BL-TRAN-TYPE         PIC X.
           05  BL-QTY               PIC S9(7)V99.
           05  BL-DELTA             PIC S9(7)V99.
           05  BL-UNIT-COST         PIC 9(7)V99.

      * Both sides of the compare: what is compared, which side it
      * came from ('L' live, 'R' rebuilt), and the record itself.
       SD  COMPARE-SORT-FILE.
       01  CS-RECORD.
           05  CS-COMPARE           PIC X(130).
           05  CS-SIDE              PIC X.
           05  CS-IMAGE             PIC X(137).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-AUDIT             PIC X(2).
           05  FS-REGISTRY          PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-MANIFEST          PIC X(2).
           05  FS-IMAGE             PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-HIST-INDEX        PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-LAYER             PIC X(2).
           05  FS-NEW               PIC X(2).
           05  FS-OLD               PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-RESTORE-LOG       PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-MONTHLY-HIST  PIC X(40).
      * Planted with each segment's name in turn, the live log
      * last.
           05 DSN-AUDIT         PIC X(44).
           05 DSN-LIVE-AUDIT    PIC X(32)
              VALUE "data/master_update/INV_AUDIT.LOG".
           05 DSN-REGISTRY      PIC X(37)
              VALUE "data/master_update/AUDIT_SEGMENTS.DAT".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-MANIFEST      PIC X(44).
           05 DSN-IMAGE         PIC X(52).
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-HIST-INDEX    PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-COST-LAYER    PIC X(33)
              VALUE "data/master_update/COST_LAYER.IDX".
      * Named for the file being rebuilt.
           05 DSN-NEW           PIC X(36).
           05 DSN-OLD           PIC X(36).
           05 DSN-REPORT        PIC X(30)
              VALUE "data/master_update/REBUILD.LST".
           05 DSN-RESTORE-LOG   PIC X(30)
              VALUE "data/master_update/RESTORE.LOG".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".
       01  WS-SEGMENT-STEM          PIC X(29)
               VALUE "data/master_update/INV_AUDIT_".
       01  WS-SET-STEM              PIC X(25)
               VALUE "data/master_update/BKSET_".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/REBUILD.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-TARGET                PIC X(8) VALUE SPACES.
           88  REBUILD-HISTORY      VALUE "HISTORY".
           88  REBUILD-STOCK        VALUE "STOCK".
           88  REBUILD-LAYERS       VALUE "LAYERS".
       01  WS-SET-DATE              PIC 9(8) VALUE 0.
       01  WS-FROM-DATE             PIC 9(8) VALUE 0.
       01  WS-CONFIRM-FLAG          PIC X VALUE 'N'.
           88  SWAP-CONFIRMED       VALUE 'Y'.
       01  WS-OPERATOR              PIC X(8) VALUE SPACES.
       01  WS-OPER-FUNCTION         PIC X VALUE 'B'.
       01  WS-OPER-ALLOWED          PIC X.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-FINAL-RC              PIC 9 VALUE 0.

      * Monthly member probing: from the run month back this many,
      * as CUST_ERASE probes them.
       01  WS-PROBE-MONTHS          PIC 9(3) VALUE 120.
       01  WS-MONTH-STEPS           PIC 9(3).
       01  WS-SCAN-MONTH            PIC 9(6).
       01  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
           05  WS-SCAN-YEAR         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
       01  WS-MEMBER-TABLE.
           05  WS-MB-COUNT          PIC 9(3) VALUE 0.
           05  WS-MB-MONTH          PIC 9(6) OCCURS 120 TIMES.
       01  WS-MB-IDX                PIC 9(3).
       01  WS-MEMBER-FLAG           PIC X.
           88  MONTH-HAS-MEMBER     VALUE 'Y'.

       01  WS-EOF-FLAGS.
           05  WS-HISTORY-EOF       PIC X.
           05  WS-MEMBER-EOF        PIC X.
           05  WS-AUDIT-EOF         PIC X.
           05  WS-REGISTRY-EOF      PIC X.
           05  WS-RECEIVED-EOF      PIC X.
           05  WS-MANIFEST-EOF      PIC X.
           05  WS-IMAGE-EOF         PIC X.
           05  WS-NEW-EOF           PIC X.
           05  WS-LIVE-EOF          PIC X.
           05  WS-SORT-EOF          PIC X.

       01  WS-SET-STOCK-STATE       PIC X(7) VALUE SPACES.
       01  WS-ARRIVAL-NO            PIC 9(9) VALUE 0.

      * One audit entry, turned into the movements it made.
       01  WS-ENTRY-QTY             PIC S9(7)V99.
       01  WS-ENTRY-BEFORE          PIC S9(7)V99.
       01  WS-ENTRY-AFTER           PIC S9(7)V99.
       01  WS-STOCK-DELTA           PIC S9(7)V99.
       01  WS-DAMAGED-DELTA         PIC S9(7)V99.

      * Control breaks on the build sort's output.
       01  WS-PREV-ITEM-CODE        PIC X(8).
       01  WS-PREV-TRAN-DATE        PIC 9(8).
       01  WS-PREV-STORE-CODE       PIC X(4).
       01  WS-HIST-SEQ-NO           PIC 9(7).
       01  WS-SUM-STOCK             PIC S9(7)V99.
       01  WS-SUM-DAMAGED           PIC S9(7)V99.
       01  WS-SUM-RESERVED          PIC S9(7)V99.

      * One item's cost journal and layers, held while its audit
      * entries are replayed.
       01  WS-MASTER-COST           PIC 9(7)V99.
       01  WS-RECEIPT-TABLE.
           05  WS-RC-COUNT          PIC 9(3) VALUE 0.
           05  WS-RC-ENTRIES OCCURS 500 TIMES.
               10  WS-RC-DATE       PIC 9(8).
               10  WS-RC-STORE      PIC X(4).
               10  WS-RC-QTY        PIC S9(7)V99.
               10  WS-RC-COST       PIC 9(7)V99.
               10  WS-RC-USED       PIC X.
       01  WS-RC-IDX                PIC 9(3).
       01  WS-RC-HIT                PIC 9(3).
       01  WS-LAYER-TABLE.
           05  WS-LY-COUNT          PIC 9(3) VALUE 0.
           05  WS-LY-ENTRIES OCCURS 500 TIMES.
               10  WS-LY-DATE       PIC 9(8).
               10  WS-LY-SEQ        PIC 9(3).
               10  WS-LY-QTY        PIC S9(7)V99.
               10  WS-LY-COST       PIC 9(7)V99.
       01  WS-LY-IDX                PIC 9(3).
       01  WS-LY-KEEP               PIC 9(3).
       01  WS-LY-OLDEST             PIC 9(3).
       01  WS-NEW-LAYER-SEQ         PIC 9(3).
       01  WS-NEW-LAYER-COST        PIC 9(7)V99.
       01  WS-CONSUME-QTY           PIC S9(7)V99.
       01  WS-SEQ-TAKEN-FLAG        PIC X.
           88  SEQ-IS-TAKEN         VALUE 'Y'.
       01  WS-ITEM-OVERFLOW-FLAG    PIC X.
           88  ITEM-OVERFLOWED      VALUE 'Y'.

      * The compare's current group and its count on each side.
       01  WS-GROUP-COMPARE         PIC X(130).
       01  WS-GROUP-LIVE            PIC 9(7).
       01  WS-GROUP-REBUILT         PIC 9(7).
       01  WS-GROUP-LIVE-IMAGE      PIC X(137).
       01  WS-GROUP-REBUILT-IMAGE   PIC X(137).
       01  WS-SURPLUS               PIC 9(7).
       01  WS-DIFF-IMAGE            PIC X(137).
       01  WS-GROUP-OPEN-FLAG       PIC X.
           88  GROUP-IS-OPEN        VALUE 'Y'.
       01  WS-LIVE-STATE            PIC X(2) VALUE "00".

       01  WS-CONTROL-COUNTS.
           05  WS-SOURCE-READ       PIC 9(9) VALUE 0.
           05  WS-SOURCE-GAPS       PIC 9(5) VALUE 0.
           05  WS-MEMBERS-READ      PIC 9(5) VALUE 0.
           05  WS-SEGMENTS-WALKED   PIC 9(5) VALUE 0.
           05  WS-ENTRIES-APPLIED   PIC 9(9) VALUE 0.
           05  WS-COST-NOT-FOUND    PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-ITEMS    PIC 9(5) VALUE 0.
           05  WS-REBUILT-COUNT     PIC 9(9) VALUE 0.
           05  WS-LIVE-COUNT        PIC 9(9) VALUE 0.
           05  WS-AGREE-COUNT       PIC 9(9) VALUE 0.
           05  WS-LIVE-ONLY-COUNT   PIC 9(9) VALUE 0.
           05  WS-REBUILT-ONLY-COUNT PIC 9(9) VALUE 0.
           05  WS-SWAPPED-COUNT     PIC 9(9) VALUE 0.
           05  WS-SWAP-ERRORS       PIC 9(7) VALUE 0.
       01  WS-MASTER-OPEN-FLAG      PIC X VALUE 'N'.
           88  MASTER-IS-OPEN       VALUE 'Y'.

       01  TITLE-LINE.
           05  FILLER               PIC X(16)
               VALUE "REBUILD OF FILE ".
           05  TTL-TARGET           PIC X(8).
           05  FILLER               PIC X(6) VALUE " INTO ".
           05  TTL-NEW-DSN          PIC X(36).
           05  FILLER               PIC X(10) VALUE " RUN DATE ".
           05  TTL-RUN-DATE         PIC 9(8).

       01  DIFF-LINE.
           05  DF-SIDE              PIC X(14).
           05  DF-DETAIL            PIC X(118).

      * The detail of a difference, laid out for the file it is from.
       01  STOCK-DETAIL.
           05  SD-STORE-CODE        PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SD-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(8) VALUE " STOCK: ".
           05  SD-STOCK-QTY         PIC -(6)9.99.
           05  FILLER               PIC X(10) VALUE " DAMAGED: ".
           05  SD-DAMAGED-QTY       PIC -(6)9.99.
           05  FILLER               PIC X(11) VALUE " RESERVED: ".
           05  SD-RESERVED-QTY      PIC -(6)9.99.

       01  LAYER-DETAIL.
           05  LD-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LD-RECEIPT-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LD-SEQ-NO            PIC 9(3).
           05  FILLER               PIC X(12) VALUE " REMAINING: ".
           05  LD-QTY-REMAINING     PIC -(6)9.99.
           05  FILLER               PIC X(7) VALUE " COST: ".
           05  LD-UNIT-COST         PIC Z(6)9.99.

       01  HISTORY-DETAIL.
           05  HD-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HD-TRAN-DATE         PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HD-IMAGE             PIC X(100).

       01  SUMMARY-LINE.
           05  SM-LABEL             PIC X(40).
           05  SM-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  MESSAGE-LINE             PIC X(132).

       01  RESTORE-LOG-LINE.
           05  RL-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(9) VALUE " REBUILT ".
           05  RL-TARGET            PIC X(8).
           05  FILLER               PIC X(4) VALUE " BY ".
           05  RL-OPERATOR          PIC X(8).
           05  FILLER               PIC X(10) VALUE " RECORDS: ".
           05  RL-RECORDS           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-REBUILD-PARAMETERS THRU END-READ-PARAMETERS.
           IF REBUILD-STOCK
               PERFORM CHECK-SET-MANIFEST THRU END-CHECK-MANIFEST
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TARGET TO TTL-TARGET.
           MOVE DSN-NEW TO TTL-NEW-DSN.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   SORT BUILD-SORT-FILE
                       ON ASCENDING KEY BH-ITEM-CODE BH-TRAN-DATE
                                        BH-ARRIVAL-NO
                       INPUT PROCEDURE IS RELEASE-HISTORY-SOURCES
                           THRU END-RELEASE-HISTORY
                       OUTPUT PROCEDURE IS WRITE-NEW-HISTORY
               WHEN REBUILD-STOCK
                   SORT BUILD-SORT-FILE
                       ON ASCENDING KEY BT-STORE-CODE BT-ITEM-CODE
                       INPUT PROCEDURE IS RELEASE-STOCK-SOURCES
                           THRU END-RELEASE-STOCK
                       OUTPUT PROCEDURE IS WRITE-NEW-STOCK
               WHEN REBUILD-LAYERS
                   OPEN INPUT ITEM-MASTER-FILE
                   IF FS-ITEM = "00"
                       SET MASTER-IS-OPEN TO TRUE
                   END-IF
                   SORT BUILD-SORT-FILE
                       ON ASCENDING KEY BL-ITEM-CODE BL-CLASS
                                        BL-ARRIVAL-NO
                       INPUT PROCEDURE IS RELEASE-LAYER-SOURCES
                       OUTPUT PROCEDURE IS WRITE-NEW-LAYERS
                   IF MASTER-IS-OPEN
                       CLOSE ITEM-MASTER-FILE
                   END-IF
           END-EVALUATE.

           SORT COMPARE-SORT-FILE
               ON ASCENDING KEY CS-COMPARE CS-SIDE
               INPUT PROCEDURE IS RELEASE-BOTH-SIDES
                   THRU END-RELEASE-BOTH-SIDES
               OUTPUT PROCEDURE IS REPORT-DIFFERENCES.

           PERFORM WRITE-SUMMARY.
           IF WS-LIVE-ONLY-COUNT > 0 OR WS-REBUILT-ONLY-COUNT > 0
                   OR WS-LIVE-STATE NOT = "00" OR WS-SOURCE-GAPS > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           PERFORM SWAP-IN-REBUILD THRU END-SWAP-IN-REBUILD.

           DISPLAY "REBUILD TOTALS -- FILE: " WS-TARGET
                   " REBUILT: " WS-REBUILT-COUNT
                   " LIVE: " WS-LIVE-COUNT
                   " ONLY ON LIVE: " WS-LIVE-ONLY-COUNT
                   " ONLY REBUILT: " WS-REBUILT-ONLY-COUNT
                   " SWAPPED IN: " WS-SWAPPED-COUNT.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * Parameters. FILE= is required; SET= is required for STOCK.
      *****************************************************************
       READ-REBUILD-PARAMETERS.
           MOVE "FILE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               MOVE WS-KW-VALUE(1:8) TO WS-TARGET
           END-IF.
           IF NOT REBUILD-HISTORY AND NOT REBUILD-STOCK
                   AND NOT REBUILD-LAYERS
               DISPLAY "REBUILD: FILE=HISTORY, FILE=STOCK OR "
                       "FILE=LAYERS REQUIRED ON THE PARAMETERS -- "
                       "NOTHING REBUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "SET" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-SET-DATE
           END-IF.
           IF REBUILD-STOCK AND WS-SET-DATE = 0
               DISPLAY "REBUILD: SET=YYYYMMDD REQUIRED TO REBUILD "
                       "STORE BALANCES -- NOTHING REBUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SET-DATE TO WS-FROM-DATE.
           MOVE "FROM" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-FROM-DATE
           END-IF.

           MOVE "CONFIRM" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'Y'
               SET SWAP-CONFIRMED TO TRUE
           END-IF.
           MOVE "OPERATOR" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               MOVE WS-KW-VALUE(1:8) TO WS-OPERATOR
           END-IF.

           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   MOVE "data/master_update/SALES_HISTORY.NEW"
                           TO DSN-NEW
                   MOVE "data/master_update/SALES_HISTORY.OLD"
                           TO DSN-OLD
               WHEN REBUILD-STOCK
                   MOVE "data/master_update/STORE_STOCK.NEW"
                           TO DSN-NEW
                   MOVE "data/master_update/STORE_STOCK.OLD"
                           TO DSN-OLD
               WHEN REBUILD-LAYERS
                   MOVE "data/master_update/COST_LAYER.NEW"
                           TO DSN-NEW
                   MOVE "data/master_update/COST_LAYER.OLD"
                           TO DSN-OLD
           END-EVALUATE.
       END-READ-PARAMETERS.
           CONTINUE.

      * The set must exist; its STOCK member may have been ABSENT at
      * backup time, in which case the roll-forward starts empty,
      * the state the set captured.
       CHECK-SET-MANIFEST.
           MOVE SPACES TO DSN-MANIFEST.
           STRING WS-SET-STEM WS-SET-DATE ".MAN"
               DELIMITED BY SIZE INTO DSN-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF FS-MANIFEST NOT = "00"
               DISPLAY "REBUILD: NO MANIFEST FOR SET " WS-SET-DATE
                       " -- NOTHING REBUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-MANIFEST-EOF.
           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-MANIFEST-EOF
                   NOT AT END
                       IF MF-TAG = "STOCK"
                           MOVE MF-STATE TO WS-SET-STOCK-STATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF WS-SET-STOCK-STATE NOT = "PRESENT"
                   AND WS-SET-STOCK-STATE NOT = "ABSENT"
               DISPLAY "REBUILD: SET " WS-SET-DATE " HAS NO STOCK "
                       "MEMBER ON ITS MANIFEST -- NOTHING REBUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO DSN-IMAGE.
           STRING WS-SET-STEM WS-SET-DATE "_STOCK.DAT"
               DELIMITED BY SIZE INTO DSN-IMAGE.
       END-CHECK-MANIFEST.
           CONTINUE.

      *****************************************************************
      * SALES_HISTORY.IDX. Every member on disk first, remembering
      * its month; then the flat history, for the months no member
      * covers.
      *****************************************************************
       RELEASE-HISTORY-SOURCES.
           MOVE WS-RUN-DATE(1:6) TO WS-SCAN-MONTH.
           PERFORM VARYING WS-MONTH-STEPS FROM 1 BY 1
                   UNTIL WS-MONTH-STEPS > WS-PROBE-MONTHS
               MOVE SPACES TO DSN-MONTHLY-HIST
               STRING WS-MONTHLY-STEM WS-SCAN-MONTH ".DAT"
                   DELIMITED BY SIZE INTO DSN-MONTHLY-HIST
               MOVE 'N' TO WS-MEMBER-EOF
               OPEN INPUT MONTHLY-HIST-FILE
               IF FS-MONTHLY-HIST = "00"
                   ADD 1 TO WS-MB-COUNT
                   MOVE WS-SCAN-MONTH TO WS-MB-MONTH(WS-MB-COUNT)
                   ADD 1 TO WS-MEMBERS-READ
                   PERFORM UNTIL WS-MEMBER-EOF = 'Y'
                       READ MONTHLY-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-MEMBER-EOF
                           NOT AT END
                               MOVE MONTHLY-HIST-RECORD TO
                                       HISTORY-RECORD
                               PERFORM RELEASE-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE MONTHLY-HIST-FILE
               END-IF
               PERFORM STEP-BACK-A-MONTH
           END-PERFORM.

           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               GO TO END-RELEASE-HISTORY
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM CHECK-MONTH-HAS-MEMBER
                       IF NOT MONTH-HAS-MEMBER
                           PERFORM RELEASE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-RELEASE-HISTORY.
           CONTINUE.

       STEP-BACK-A-MONTH.
           IF WS-SCAN-MM = 1
               MOVE 12 TO WS-SCAN-MM
               SUBTRACT 1 FROM WS-SCAN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-SCAN-MM
           END-IF.

       CHECK-MONTH-HAS-MEMBER.
           MOVE 'N' TO WS-MEMBER-FLAG.
           IF HIST-TRAN-DATE IS NUMERIC
               PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                       UNTIL WS-MB-IDX > WS-MB-COUNT
                   IF WS-MB-MONTH(WS-MB-IDX) = HIST-TRAN-DATE(1:6)
                       SET MONTH-HAS-MEMBER TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       RELEASE-HISTORY-LINE.
           ADD 1 TO WS-SOURCE-READ.
           ADD 1 TO WS-ARRIVAL-NO.
           MOVE HIST-ITEM-CODE TO BH-ITEM-CODE.
           MOVE HIST-TRAN-DATE TO BH-TRAN-DATE.
           MOVE WS-ARRIVAL-NO TO BH-ARRIVAL-NO.
           MOVE HISTORY-RECORD TO BH-IMAGE.
           RELEASE BH-RECORD.

      * Sequence numbers dealt from 1 within each item and date, in
      * the order the lines were written.
       WRITE-NEW-HISTORY.
           OPEN OUTPUT NEW-FILE.
           MOVE SPACES TO WS-PREV-ITEM-CODE.
           MOVE 0 TO WS-PREV-TRAN-DATE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BUILD-SORT-FILE RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF BH-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                               OR BH-TRAN-DATE NOT = WS-PREV-TRAN-DATE
                           MOVE 0 TO WS-HIST-SEQ-NO
                           MOVE BH-ITEM-CODE TO WS-PREV-ITEM-CODE
                           MOVE BH-TRAN-DATE TO WS-PREV-TRAN-DATE
                       END-IF
                       ADD 1 TO WS-HIST-SEQ-NO
                       MOVE BH-ITEM-CODE TO IH-ITEM-CODE
                       MOVE BH-TRAN-DATE TO IH-TRAN-DATE
                       MOVE WS-HIST-SEQ-NO TO IH-SEQ-NO
                       MOVE BH-IMAGE TO IH-IMAGE
                       WRITE NEW-RECORD FROM IH-RECORD
                       ADD 1 TO WS-REBUILT-COUNT
               END-RETURN
           END-PERFORM.
           CLOSE NEW-FILE.

      *****************************************************************
      * STORE_STOCK.IDX. The set's balances and every store-tagged
      * movement since go through the sort as signed amounts, and
      * each store/item's amounts are summed on the way out --
      * INV_UPDATE only ever adds to a balance, so the order of the
      * movements does not matter to the sum.
      *****************************************************************
       RELEASE-STOCK-SOURCES.
           IF WS-SET-STOCK-STATE = "PRESENT"
               MOVE 'N' TO WS-IMAGE-EOF
               OPEN INPUT IMAGE-FILE
               IF FS-IMAGE NOT = "00"
                   MOVE SPACES TO MESSAGE-LINE
                   STRING "SET STOCK IMAGE NOT ON DISK: " DSN-IMAGE
                       DELIMITED BY SIZE INTO MESSAGE-LINE
                   WRITE REPORT-RECORD FROM MESSAGE-LINE
                   ADD 1 TO WS-SOURCE-GAPS
               ELSE
                   PERFORM UNTIL WS-IMAGE-EOF = 'Y'
                       READ IMAGE-FILE
                           AT END
                               MOVE 'Y' TO WS-IMAGE-EOF
                           NOT AT END
                               PERFORM RELEASE-SET-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE IMAGE-FILE
               END-IF
           END-IF.
           PERFORM WALK-AUDIT-TRAIL THRU END-WALK-AUDIT-TRAIL.
       END-RELEASE-STOCK.
           CONTINUE.

       RELEASE-SET-BALANCE.
           ADD 1 TO WS-SOURCE-READ.
           MOVE IMAGE-RECORD TO SS-RECORD.
           MOVE SS-STORE-CODE TO BT-STORE-CODE.
           MOVE SS-ITEM-CODE TO BT-ITEM-CODE.
           MOVE SS-STOCK-QTY TO BT-STOCK-QTY.
           MOVE SS-DAMAGED-QTY TO BT-DAMAGED-QTY.
           MOVE SS-RESERVED-QTY TO BT-RESERVED-QTY.
           RELEASE BT-RECORD.

      * A transfer line carries the store's own before and after; on
      * every other line the store moved as the master did. The
      * damaged bucket moves on a quarantine (in), a write-off (out)
      * and whatever part of a return did not restock.
       RELEASE-STOCK-MOVEMENT.
           IF AU-STORE-CODE = SPACES
                   OR AU-RUN-DATE IS NOT NUMERIC
                   OR AU-RUN-DATE < WS-FROM-DATE
               GO TO END-RELEASE-STOCK-MOVEMENT
           END-IF.
           PERFORM PRICE-AUDIT-ENTRY.
           MOVE 0 TO WS-DAMAGED-DELTA.
           EVALUATE AU-TRAN-TYPE
               WHEN 'Q'
                   MOVE WS-ENTRY-QTY TO WS-DAMAGED-DELTA
               WHEN 'W'
                   COMPUTE WS-DAMAGED-DELTA = 0 - WS-ENTRY-QTY
               WHEN 'R'
                   COMPUTE WS-DAMAGED-DELTA =
                           WS-ENTRY-QTY - WS-STOCK-DELTA
           END-EVALUATE.
           IF WS-STOCK-DELTA = 0 AND WS-DAMAGED-DELTA = 0
               GO TO END-RELEASE-STOCK-MOVEMENT
           END-IF.
           MOVE AU-STORE-CODE TO BT-STORE-CODE.
           MOVE AU-ITEM-CODE TO BT-ITEM-CODE.
           MOVE WS-STOCK-DELTA TO BT-STOCK-QTY.
           MOVE WS-DAMAGED-DELTA TO BT-DAMAGED-QTY.
           MOVE 0 TO BT-RESERVED-QTY.
           RELEASE BT-RECORD.
           ADD 1 TO WS-ENTRIES-APPLIED.
       END-RELEASE-STOCK-MOVEMENT.
           CONTINUE.

       WRITE-NEW-STOCK.
           OPEN OUTPUT NEW-FILE.
           MOVE SPACES TO WS-PREV-STORE-CODE.
           MOVE SPACES TO WS-PREV-ITEM-CODE.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BUILD-SORT-FILE RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF BT-STORE-CODE NOT = WS-PREV-STORE-CODE
                               OR BT-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                           IF GROUP-IS-OPEN
                               PERFORM WRITE-ONE-BALANCE
                           END-IF
                           SET GROUP-IS-OPEN TO TRUE
                           MOVE BT-STORE-CODE TO WS-PREV-STORE-CODE
                           MOVE BT-ITEM-CODE TO WS-PREV-ITEM-CODE
                           MOVE 0 TO WS-SUM-STOCK
                           MOVE 0 TO WS-SUM-DAMAGED
                           MOVE 0 TO WS-SUM-RESERVED
                       END-IF
                       ADD BT-STOCK-QTY TO WS-SUM-STOCK
                       ADD BT-DAMAGED-QTY TO WS-SUM-DAMAGED
                       ADD BT-RESERVED-QTY TO WS-SUM-RESERVED
               END-RETURN
           END-PERFORM.
           IF GROUP-IS-OPEN
               PERFORM WRITE-ONE-BALANCE
           END-IF.
           CLOSE NEW-FILE.

       WRITE-ONE-BALANCE.
           MOVE WS-PREV-STORE-CODE TO SS-STORE-CODE.
           MOVE WS-PREV-ITEM-CODE TO SS-ITEM-CODE.
           MOVE WS-SUM-STOCK TO SS-STOCK-QTY.
           MOVE WS-SUM-DAMAGED TO SS-DAMAGED-QTY.
           MOVE WS-SUM-RESERVED TO SS-RESERVED-QTY.
           WRITE NEW-RECORD FROM SS-RECORD.
           ADD 1 TO WS-REBUILT-COUNT.

      *****************************************************************
      * COST_LAYER.IDX. The received-goods journal sorts ahead of
      * each item's audit entries so the item's delivered costs are
      * to hand when its receipts are replayed.
      *****************************************************************
       RELEASE-LAYER-SOURCES.
           MOVE 'N' TO WS-RECEIVED-EOF.
           OPEN INPUT RECEIVED-FILE.
           IF FS-RECEIVED = "00"
               PERFORM UNTIL WS-RECEIVED-EOF = 'Y'
                   READ RECEIVED-FILE
                       AT END
                           MOVE 'Y' TO WS-RECEIVED-EOF
                       NOT AT END
                           PERFORM RELEASE-RECEIPT-COST
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-FILE
           END-IF.
           PERFORM WALK-AUDIT-TRAIL THRU END-WALK-AUDIT-TRAIL.

       RELEASE-RECEIPT-COST.
           ADD 1 TO WS-ARRIVAL-NO.
           MOVE RV-ITEM-CODE TO BL-ITEM-CODE.
           SET BL-IS-RECEIPT TO TRUE.
           MOVE WS-ARRIVAL-NO TO BL-ARRIVAL-NO.
           MOVE RV-RECEIPT-DATE TO BL-DATE.
           MOVE RV-STORE-CODE TO BL-STORE-CODE.
           MOVE 'G' TO BL-TRAN-TYPE.
           MOVE RV-QTY TO BL-QTY.
           MOVE 0 TO BL-DELTA.
           MOVE RV-UNIT-COST TO BL-UNIT-COST.
           RELEASE BL-RECORD.

      * Only a change to sellable stock ever touched the layers;
      * transfers move stock between stores, not out of the company.
       RELEASE-LAYER-MOVEMENT.
           IF AU-TRAN-TYPE = 'T'
               GO TO END-RELEASE-LAYER-MOVEMENT
           END-IF.
           PERFORM PRICE-AUDIT-ENTRY.
           IF WS-STOCK-DELTA = 0
               GO TO END-RELEASE-LAYER-MOVEMENT
           END-IF.
           ADD 1 TO WS-ARRIVAL-NO.
           MOVE AU-ITEM-CODE TO BL-ITEM-CODE.
           SET BL-IS-MOVEMENT TO TRUE.
           MOVE WS-ARRIVAL-NO TO BL-ARRIVAL-NO.
           IF AU-RUN-DATE IS NUMERIC
               MOVE AU-RUN-DATE TO BL-DATE
           ELSE
               MOVE 0 TO BL-DATE
           END-IF.
           MOVE AU-STORE-CODE TO BL-STORE-CODE.
           MOVE AU-TRAN-TYPE TO BL-TRAN-TYPE.
           MOVE WS-ENTRY-QTY TO BL-QTY.
           MOVE WS-STOCK-DELTA TO BL-DELTA.
           MOVE 0 TO BL-UNIT-COST.
           RELEASE BL-RECORD.
           ADD 1 TO WS-ENTRIES-APPLIED.
       END-RELEASE-LAYER-MOVEMENT.
           CONTINUE.

       WRITE-NEW-LAYERS.
           OPEN OUTPUT NEW-FILE.
           MOVE SPACES TO WS-PREV-ITEM-CODE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BUILD-SORT-FILE RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF BL-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                           IF WS-PREV-ITEM-CODE NOT = SPACES
                               PERFORM WRITE-ITEM-LAYERS
                           END-IF
                           PERFORM START-ITEM-LAYERS
                       END-IF
                       IF BL-IS-RECEIPT
                           PERFORM HOLD-RECEIPT-COST
                       ELSE
                           IF BL-DELTA > 0
                               PERFORM OPEN-LAYER
                                   THRU END-OPEN-LAYER
                           ELSE
                               PERFORM CONSUME-LAYERS
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PREV-ITEM-CODE NOT = SPACES
               PERFORM WRITE-ITEM-LAYERS
           END-IF.
           CLOSE NEW-FILE.

       START-ITEM-LAYERS.
           MOVE BL-ITEM-CODE TO WS-PREV-ITEM-CODE.
           MOVE 0 TO WS-RC-COUNT.
           MOVE 0 TO WS-LY-COUNT.
           MOVE 'N' TO WS-ITEM-OVERFLOW-FLAG.
           MOVE 0 TO WS-MASTER-COST.
           IF MASTER-IS-OPEN
               MOVE BL-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE IM-UNIT-COST TO WS-MASTER-COST
               END-READ
           END-IF.

      * A journal fuller than the table leaves the later receipts
      * at the master cost, counted below.
       HOLD-RECEIPT-COST.
           IF WS-RC-COUNT < 500
               ADD 1 TO WS-RC-COUNT
               MOVE BL-DATE TO WS-RC-DATE(WS-RC-COUNT)
               MOVE BL-STORE-CODE TO WS-RC-STORE(WS-RC-COUNT)
               MOVE BL-QTY TO WS-RC-QTY(WS-RC-COUNT)
               MOVE BL-UNIT-COST TO WS-RC-COST(WS-RC-COUNT)
               MOVE 'N' TO WS-RC-USED(WS-RC-COUNT)
           END-IF.

      * The receipt's cost is the first unused journal line for the
      * same store and quantity on the same date -- or on any date,
      * for a receipt booked across midnight.
       OPEN-LAYER.
           MOVE WS-MASTER-COST TO WS-NEW-LAYER-COST.
           IF BL-TRAN-TYPE = 'G'
               PERFORM FIND-RECEIPT-COST
               IF WS-RC-HIT > 0
                   MOVE WS-RC-COST(WS-RC-HIT) TO WS-NEW-LAYER-COST
                   MOVE 'Y' TO WS-RC-USED(WS-RC-HIT)
               ELSE
                   ADD 1 TO WS-COST-NOT-FOUND
               END-IF
           END-IF.
           IF WS-LY-COUNT >= 500
               PERFORM COMPACT-LAYERS
           END-IF.
           IF WS-LY-COUNT >= 500
               IF NOT ITEM-OVERFLOWED
                   SET ITEM-OVERFLOWED TO TRUE
                   ADD 1 TO WS-OVERFLOW-ITEMS
               END-IF
               GO TO END-OPEN-LAYER
           END-IF.
      * INV_UPDATE's key-collision rule: sequence 1, bumped past any
      * layer of the same date still on file.
           MOVE 1 TO WS-NEW-LAYER-SEQ.
           PERFORM CHECK-LAYER-SEQ.
           PERFORM UNTIL NOT SEQ-IS-TAKEN
               ADD 1 TO WS-NEW-LAYER-SEQ
               PERFORM CHECK-LAYER-SEQ
           END-PERFORM.
           ADD 1 TO WS-LY-COUNT.
           MOVE BL-DATE TO WS-LY-DATE(WS-LY-COUNT).
           MOVE WS-NEW-LAYER-SEQ TO WS-LY-SEQ(WS-LY-COUNT).
           MOVE BL-DELTA TO WS-LY-QTY(WS-LY-COUNT).
           MOVE WS-NEW-LAYER-COST TO WS-LY-COST(WS-LY-COUNT).
       END-OPEN-LAYER.
           CONTINUE.

       FIND-RECEIPT-COST.
           MOVE 0 TO WS-RC-HIT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-HIT > 0
               IF WS-RC-USED(WS-RC-IDX) = 'N'
                       AND WS-RC-STORE(WS-RC-IDX) = BL-STORE-CODE
                       AND WS-RC-QTY(WS-RC-IDX) = BL-QTY
                       AND WS-RC-DATE(WS-RC-IDX) = BL-DATE
                   MOVE WS-RC-IDX TO WS-RC-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-HIT > 0
               IF WS-RC-USED(WS-RC-IDX) = 'N'
                       AND WS-RC-STORE(WS-RC-IDX) = BL-STORE-CODE
                       AND WS-RC-QTY(WS-RC-IDX) = BL-QTY
                   MOVE WS-RC-IDX TO WS-RC-HIT
               END-IF
           END-PERFORM.

       CHECK-LAYER-SEQ.
           MOVE 'N' TO WS-SEQ-TAKEN-FLAG.
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
                   UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-QTY(WS-LY-IDX) > 0
                       AND WS-LY-DATE(WS-LY-IDX) = BL-DATE
                       AND WS-LY-SEQ(WS-LY-IDX) = WS-NEW-LAYER-SEQ
                   SET SEQ-IS-TAKEN TO TRUE
               END-IF
           END-PERFORM.

      * Oldest layer first, as the key orders them; a decrease
      * deeper than the layers simply runs the list out.
       CONSUME-LAYERS.
           COMPUTE WS-CONSUME-QTY = 0 - BL-DELTA.
           PERFORM UNTIL WS-CONSUME-QTY = 0
               PERFORM FIND-OLDEST-LAYER
               IF WS-LY-OLDEST = 0
                   EXIT PERFORM
               END-IF
               IF WS-LY-QTY(WS-LY-OLDEST) > WS-CONSUME-QTY
                   SUBTRACT WS-CONSUME-QTY FROM
                           WS-LY-QTY(WS-LY-OLDEST)
                   MOVE 0 TO WS-CONSUME-QTY
               ELSE
                   SUBTRACT WS-LY-QTY(WS-LY-OLDEST) FROM
                           WS-CONSUME-QTY
                   MOVE 0 TO WS-LY-QTY(WS-LY-OLDEST)
               END-IF
           END-PERFORM.

      * WS-LY-OLDEST comes back zero when no layer is left.
       FIND-OLDEST-LAYER.
           MOVE 0 TO WS-LY-OLDEST.
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
                   UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-QTY(WS-LY-IDX) > 0
                   IF WS-LY-OLDEST = 0
                       MOVE WS-LY-IDX TO WS-LY-OLDEST
                   ELSE
                       IF WS-LY-DATE(WS-LY-IDX) <
                               WS-LY-DATE(WS-LY-OLDEST)
                           OR (WS-LY-DATE(WS-LY-IDX) =
                               WS-LY-DATE(WS-LY-OLDEST)
                           AND WS-LY-SEQ(WS-LY-IDX) <
                               WS-LY-SEQ(WS-LY-OLDEST))
                           MOVE WS-LY-IDX TO WS-LY-OLDEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Exhausted layers squeezed out of the table.
       COMPACT-LAYERS.
           MOVE 0 TO WS-LY-KEEP.
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
                   UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-QTY(WS-LY-IDX) > 0
                   ADD 1 TO WS-LY-KEEP
                   MOVE WS-LY-ENTRIES(WS-LY-IDX) TO
                           WS-LY-ENTRIES(WS-LY-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-LY-KEEP TO WS-LY-COUNT.

      * The item's surviving layers, written oldest-first so the
      * image is in key order.
       WRITE-ITEM-LAYERS.
           PERFORM FIND-OLDEST-LAYER.
           PERFORM UNTIL WS-LY-OLDEST = 0
               MOVE WS-PREV-ITEM-CODE TO CL-ITEM-CODE
               MOVE WS-LY-DATE(WS-LY-OLDEST) TO CL-RECEIPT-DATE
               MOVE WS-LY-SEQ(WS-LY-OLDEST) TO CL-SEQ-NO
               MOVE WS-LY-QTY(WS-LY-OLDEST) TO CL-QTY-REMAINING
               MOVE WS-LY-COST(WS-LY-OLDEST) TO CL-UNIT-COST
               WRITE NEW-RECORD FROM CL-RECORD
               ADD 1 TO WS-REBUILT-COUNT
               MOVE 0 TO WS-LY-QTY(WS-LY-OLDEST)
               PERFORM FIND-OLDEST-LAYER
           END-PERFORM.

      *****************************************************************
      * The audit trail: the registered segments in date order, then
      * the live log. A segment cut wholly before the roll-forward
      * date cannot hold a balance movement and is not read for the
      * store rebuild.
      *****************************************************************
       WALK-AUDIT-TRAIL.
           MOVE 'N' TO WS-REGISTRY-EOF.
           OPEN INPUT REGISTRY-FILE.
           IF FS-REGISTRY = "00"
               PERFORM UNTIL WS-REGISTRY-EOF = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-REGISTRY-EOF
                       NOT AT END
                           IF REBUILD-LAYERS
                                   OR SG-CUTOFF-DATE >= WS-FROM-DATE
                               MOVE SPACES TO DSN-AUDIT
                               STRING WS-SEGMENT-STEM SG-CUTOFF-DATE
                                   ".LOG" DELIMITED BY SIZE
                                   INTO DSN-AUDIT
                               PERFORM SCAN-ONE-LOG
                                   THRU END-SCAN-ONE-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
           MOVE DSN-LIVE-AUDIT TO DSN-AUDIT.
           PERFORM SCAN-ONE-LOG THRU END-SCAN-ONE-LOG.
       END-WALK-AUDIT-TRAIL.
           CONTINUE.

      * A registered segment missing from disk is a gap in the
      * sources; the live log is simply absent until the first
      * movement after a roll.
       SCAN-ONE-LOG.
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
               IF DSN-AUDIT NOT = DSN-LIVE-AUDIT
                   MOVE SPACES TO MESSAGE-LINE
                   STRING "AUDIT SEGMENT NOT ON DISK: " DSN-AUDIT
                       DELIMITED BY SIZE INTO MESSAGE-LINE
                   WRITE REPORT-RECORD FROM MESSAGE-LINE
                   ADD 1 TO WS-SOURCE-GAPS
               END-IF
               GO TO END-SCAN-ONE-LOG
           END-IF.
           IF DSN-AUDIT NOT = DSN-LIVE-AUDIT
               ADD 1 TO WS-SEGMENTS-WALKED
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       IF AU-STATUS = "00"
                           ADD 1 TO WS-SOURCE-READ
                           IF REBUILD-STOCK
                               PERFORM RELEASE-STOCK-MOVEMENT
                                   THRU END-RELEASE-STOCK-MOVEMENT
                           ELSE
                               PERFORM RELEASE-LAYER-MOVEMENT
                                   THRU END-RELEASE-LAYER-MOVEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       END-SCAN-ONE-LOG.
           CONTINUE.

      * The written figures back to numbers; the stock change is the
      * balance the line carries after less the one before.
       PRICE-AUDIT-ENTRY.
           COMPUTE WS-ENTRY-QTY = FUNCTION NUMVAL(AU-QTY-TEXT).
           COMPUTE WS-ENTRY-BEFORE = FUNCTION NUMVAL(AU-BEFORE-TEXT).
           COMPUTE WS-ENTRY-AFTER = FUNCTION NUMVAL(AU-AFTER-TEXT).
           COMPUTE WS-STOCK-DELTA = WS-ENTRY-AFTER - WS-ENTRY-BEFORE.

      *****************************************************************
      * The compare. Live and rebuilt records sort together on what
      * is compared; a group holding the same number from each side
      * agrees, and the surplus on either side is listed. The live
      * records are kept as the .OLD image on the way through.
      *****************************************************************
       RELEASE-BOTH-SIDES.
           OPEN OUTPUT OLD-FILE.
           MOVE 'N' TO WS-LIVE-EOF.
           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   OPEN INPUT HIST-INDEX-FILE
                   MOVE FS-HIST-INDEX TO WS-LIVE-STATE
               WHEN REBUILD-STOCK
                   OPEN INPUT STORE-STOCK-FILE
                   MOVE FS-STORE-STOCK TO WS-LIVE-STATE
               WHEN REBUILD-LAYERS
                   OPEN INPUT COST-LAYER-FILE
                   MOVE FS-LAYER TO WS-LIVE-STATE
           END-EVALUATE.
           IF WS-LIVE-STATE NOT = "00"
               MOVE SPACES TO MESSAGE-LINE
               STRING "LIVE FILE COULD NOT BE OPENED, STATUS "
                   WS-LIVE-STATE
                   " -- EVERY REBUILT RECORD IS LISTED."
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               WRITE REPORT-RECORD FROM MESSAGE-LINE
           ELSE
               PERFORM UNTIL WS-LIVE-EOF = 'Y'
                   PERFORM READ-LIVE-RECORD
               END-PERFORM
               EVALUATE TRUE
                   WHEN REBUILD-HISTORY
                       CLOSE HIST-INDEX-FILE
                   WHEN REBUILD-STOCK
                       CLOSE STORE-STOCK-FILE
                   WHEN REBUILD-LAYERS
                       CLOSE COST-LAYER-FILE
               END-EVALUATE
           END-IF.
           CLOSE OLD-FILE.

           MOVE 'N' TO WS-NEW-EOF.
           OPEN INPUT NEW-FILE.
           IF FS-NEW NOT = "00"
               GO TO END-RELEASE-BOTH-SIDES
           END-IF.
           PERFORM UNTIL WS-NEW-EOF = 'Y'
               READ NEW-FILE
                   AT END
                       MOVE 'Y' TO WS-NEW-EOF
                   NOT AT END
                       MOVE NEW-RECORD TO CS-IMAGE
                       MOVE 'R' TO CS-SIDE
                       PERFORM RELEASE-COMPARE-RECORD
               END-READ
           END-PERFORM.
           CLOSE NEW-FILE.
       END-RELEASE-BOTH-SIDES.
           CONTINUE.

      * A read that fails part-way is the damage showing; it ends
      * the live side and is reported.
       READ-LIVE-RECORD.
           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   READ HIST-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LIVE-EOF
                   END-READ
                   MOVE FS-HIST-INDEX TO WS-LIVE-STATE
                   MOVE IH-RECORD TO CS-IMAGE
               WHEN REBUILD-STOCK
                   READ STORE-STOCK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LIVE-EOF
                   END-READ
                   MOVE FS-STORE-STOCK TO WS-LIVE-STATE
                   MOVE SS-RECORD TO CS-IMAGE
               WHEN REBUILD-LAYERS
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LIVE-EOF
                   END-READ
                   MOVE FS-LAYER TO WS-LIVE-STATE
                   MOVE CL-RECORD TO CS-IMAGE
           END-EVALUATE.
           IF WS-LIVE-EOF = 'Y'
               MOVE "00" TO WS-LIVE-STATE
           ELSE
               IF WS-LIVE-STATE NOT = "00"
                       AND WS-LIVE-STATE NOT = "02"
                   MOVE 'Y' TO WS-LIVE-EOF
                   MOVE SPACES TO MESSAGE-LINE
                   STRING "LIVE FILE UNREADABLE AFTER "
                       WS-LIVE-COUNT " RECORDS, STATUS "
                       WS-LIVE-STATE
                       DELIMITED BY SIZE INTO MESSAGE-LINE
                   WRITE REPORT-RECORD FROM MESSAGE-LINE
               ELSE
                   MOVE "00" TO WS-LIVE-STATE
                   WRITE OLD-RECORD FROM CS-IMAGE
                   MOVE 'L' TO CS-SIDE
                   PERFORM RELEASE-COMPARE-RECORD
               END-IF
           END-IF.

      * History lines compare on item, date and content -- the
      * sequence number is dealt afresh -- and the other two files
      * on the whole record.
       RELEASE-COMPARE-RECORD.
           MOVE SPACES TO CS-COMPARE.
           IF REBUILD-HISTORY
               MOVE CS-IMAGE(1:16) TO CS-COMPARE(1:16)
               MOVE CS-IMAGE(24:114) TO CS-COMPARE(17:114)
           ELSE
               MOVE CS-IMAGE(1:39) TO CS-COMPARE(1:39)
           END-IF.
           IF CS-SIDE = 'L'
               ADD 1 TO WS-LIVE-COUNT
           END-IF.
           RELEASE CS-RECORD.

       REPORT-DIFFERENCES.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN COMPARE-SORT-FILE RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF NOT GROUP-IS-OPEN
                               OR CS-COMPARE NOT = WS-GROUP-COMPARE
                           IF GROUP-IS-OPEN
                               PERFORM CLOSE-COMPARE-GROUP
                           END-IF
                           SET GROUP-IS-OPEN TO TRUE
                           MOVE CS-COMPARE TO WS-GROUP-COMPARE
                           MOVE 0 TO WS-GROUP-LIVE
                           MOVE 0 TO WS-GROUP-REBUILT
                       END-IF
                       IF CS-SIDE = 'L'
                           ADD 1 TO WS-GROUP-LIVE
                           MOVE CS-IMAGE TO WS-GROUP-LIVE-IMAGE
                       ELSE
                           ADD 1 TO WS-GROUP-REBUILT
                           MOVE CS-IMAGE TO WS-GROUP-REBUILT-IMAGE
                       END-IF
               END-RETURN
           END-PERFORM.
           IF GROUP-IS-OPEN
               PERFORM CLOSE-COMPARE-GROUP
           END-IF.

       CLOSE-COMPARE-GROUP.
           IF WS-GROUP-LIVE > WS-GROUP-REBUILT
               ADD WS-GROUP-REBUILT TO WS-AGREE-COUNT
               COMPUTE WS-SURPLUS = WS-GROUP-LIVE - WS-GROUP-REBUILT
               ADD WS-SURPLUS TO WS-LIVE-ONLY-COUNT
               MOVE "ONLY ON LIVE" TO DF-SIDE
               MOVE WS-GROUP-LIVE-IMAGE TO WS-DIFF-IMAGE
           ELSE
               ADD WS-GROUP-LIVE TO WS-AGREE-COUNT
               COMPUTE WS-SURPLUS = WS-GROUP-REBUILT - WS-GROUP-LIVE
               ADD WS-SURPLUS TO WS-REBUILT-ONLY-COUNT
               MOVE "ONLY REBUILT" TO DF-SIDE
               MOVE WS-GROUP-REBUILT-IMAGE TO WS-DIFF-IMAGE
           END-IF.
           IF WS-SURPLUS > 0
               PERFORM FORMAT-DIFFERENCE
               PERFORM WS-SURPLUS TIMES
                   WRITE REPORT-RECORD FROM DIFF-LINE
               END-PERFORM
           END-IF.

       FORMAT-DIFFERENCE.
           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   MOVE WS-DIFF-IMAGE TO IH-RECORD
                   MOVE IH-ITEM-CODE TO HD-ITEM-CODE
                   MOVE IH-TRAN-DATE TO HD-TRAN-DATE
                   MOVE IH-IMAGE TO HD-IMAGE
                   MOVE HISTORY-DETAIL TO DF-DETAIL
               WHEN REBUILD-STOCK
                   MOVE WS-DIFF-IMAGE TO SS-RECORD
                   MOVE SS-STORE-CODE TO SD-STORE-CODE
                   MOVE SS-ITEM-CODE TO SD-ITEM-CODE
                   MOVE SS-STOCK-QTY TO SD-STOCK-QTY
                   MOVE SS-DAMAGED-QTY TO SD-DAMAGED-QTY
                   MOVE SS-RESERVED-QTY TO SD-RESERVED-QTY
                   MOVE STOCK-DETAIL TO DF-DETAIL
               WHEN REBUILD-LAYERS
                   MOVE WS-DIFF-IMAGE TO CL-RECORD
                   MOVE CL-ITEM-CODE TO LD-ITEM-CODE
                   MOVE CL-RECEIPT-DATE TO LD-RECEIPT-DATE
                   MOVE CL-SEQ-NO TO LD-SEQ-NO
                   MOVE CL-QTY-REMAINING TO LD-QTY-REMAINING
                   MOVE CL-UNIT-COST TO LD-UNIT-COST
                   MOVE LAYER-DETAIL TO DF-DETAIL
           END-EVALUATE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SOURCE RECORDS READ" TO SM-LABEL.
           MOVE WS-SOURCE-READ TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           IF REBUILD-HISTORY
               MOVE "MONTHLY MEMBERS READ" TO SM-LABEL
               MOVE WS-MEMBERS-READ TO SM-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
           ELSE
               MOVE "AUDIT SEGMENTS READ" TO SM-LABEL
               MOVE WS-SEGMENTS-WALKED TO SM-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "AUDIT ENTRIES APPLIED" TO SM-LABEL
               MOVE WS-ENTRIES-APPLIED TO SM-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
           END-IF.
           IF REBUILD-LAYERS
               MOVE "RECEIPTS WITHOUT A JOURNAL COST" TO SM-LABEL
               MOVE WS-COST-NOT-FOUND TO SM-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
               MOVE "ITEMS WITH TOO MANY LAYERS" TO SM-LABEL
               MOVE WS-OVERFLOW-ITEMS TO SM-COUNT
               WRITE REPORT-RECORD FROM SUMMARY-LINE
           END-IF.
           MOVE "SOURCES MISSING" TO SM-LABEL.
           MOVE WS-SOURCE-GAPS TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "RECORDS REBUILT" TO SM-LABEL.
           MOVE WS-REBUILT-COUNT TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "RECORDS ON THE LIVE FILE" TO SM-LABEL.
           MOVE WS-LIVE-COUNT TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "RECORDS AGREEING" TO SM-LABEL.
           MOVE WS-AGREE-COUNT TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "RECORDS ONLY ON THE LIVE FILE" TO SM-LABEL.
           MOVE WS-LIVE-ONLY-COUNT TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.
           MOVE "RECORDS ONLY IN THE REBUILD" TO SM-LABEL.
           MOVE WS-REBUILT-ONLY-COUNT TO SM-COUNT.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.

      *****************************************************************
      * The swap: only on confirmation, by an authorized operator,
      * from complete sources, and only when there is something to
      * put right. The live file is loaded from the .NEW image the
      * way RESTORE_SET loads one from a set image.
      *****************************************************************
       SWAP-IN-REBUILD.
           MOVE SPACES TO MESSAGE-LINE.
           IF NOT SWAP-CONFIRMED
               STRING "NOT SWAPPED -- REVIEW THE DIFFERENCES AND RUN "
                   "AGAIN WITH CONFIRM=Y TO PUT " DELIMITED BY SIZE
                   DSN-NEW DELIMITED BY SPACE
                   " IN PLACE." DELIMITED BY SIZE
                   INTO MESSAGE-LINE
               GO TO END-SWAP-IN-REBUILD
           END-IF.
           IF WS-SOURCE-GAPS > 0
               STRING "NOT SWAPPED -- A SOURCE WAS MISSING, THE "
                   "REBUILD IS NOT COMPLETE."
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 8 TO WS-FINAL-RC
               GO TO END-SWAP-IN-REBUILD
           END-IF.
           IF WS-LIVE-ONLY-COUNT = 0 AND WS-REBUILT-ONLY-COUNT = 0
                   AND WS-LIVE-STATE = "00"
               STRING "NOT SWAPPED -- THE LIVE FILE AGREES WITH THE "
                   "REBUILD."
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               GO TO END-SWAP-IN-REBUILD
           END-IF.
           IF WS-OPERATOR = SPACES
               STRING "NOT SWAPPED -- CONFIRM=Y NEEDS OPERATOR= AS "
                   "WELL."
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 8 TO WS-FINAL-RC
               GO TO END-SWAP-IN-REBUILD
           END-IF.
           CALL "OPER_CHECK" USING WS-OPERATOR, WS-OPER-FUNCTION,
                   WS-OPER-ALLOWED.
           IF WS-OPER-ALLOWED NOT = 'Y'
               STRING "NOT SWAPPED -- OPERATOR " WS-OPERATOR
                   " IS NOT AUTHORIZED TO SWAP A REBUILT FILE IN."
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 8 TO WS-FINAL-RC
               GO TO END-SWAP-IN-REBUILD
           END-IF.

           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   OPEN OUTPUT HIST-INDEX-FILE
                   MOVE FS-HIST-INDEX TO WS-LIVE-STATE
               WHEN REBUILD-STOCK
                   OPEN OUTPUT STORE-STOCK-FILE
                   MOVE FS-STORE-STOCK TO WS-LIVE-STATE
               WHEN REBUILD-LAYERS
                   OPEN OUTPUT COST-LAYER-FILE
                   MOVE FS-LAYER TO WS-LIVE-STATE
           END-EVALUATE.
           IF WS-LIVE-STATE NOT = "00"
               STRING "NOT SWAPPED -- THE LIVE FILE COULD NOT BE "
                   "OPENED FOR OUTPUT, STATUS " WS-LIVE-STATE
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 8 TO WS-FINAL-RC
               GO TO END-SWAP-IN-REBUILD
           END-IF.
           MOVE 'N' TO WS-NEW-EOF.
           OPEN INPUT NEW-FILE.
           IF FS-NEW = "00"
               PERFORM UNTIL WS-NEW-EOF = 'Y'
                   READ NEW-FILE
                       AT END
                           MOVE 'Y' TO WS-NEW-EOF
                       NOT AT END
                           PERFORM WRITE-ONE-SWAPPED-RECORD
                   END-READ
               END-PERFORM
               CLOSE NEW-FILE
           END-IF.
           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   CLOSE HIST-INDEX-FILE
               WHEN REBUILD-STOCK
                   CLOSE STORE-STOCK-FILE
               WHEN REBUILD-LAYERS
                   CLOSE COST-LAYER-FILE
           END-EVALUATE.
           PERFORM LOG-THE-REBUILD.
           STRING "SWAPPED IN BY " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " -- THE LIVE FILE AS IT STOOD IS KEPT AS "
               DELIMITED BY SIZE
               DSN-OLD DELIMITED BY SPACE
               INTO MESSAGE-LINE.
           IF WS-SWAP-ERRORS > 0
               MOVE 8 TO WS-FINAL-RC
               DISPLAY "REBUILD: " WS-SWAP-ERRORS " RECORDS COULD "
                       "NOT BE WRITTEN TO THE LIVE FILE."
           END-IF.
       END-SWAP-IN-REBUILD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM MESSAGE-LINE.

       WRITE-ONE-SWAPPED-RECORD.
           EVALUATE TRUE
               WHEN REBUILD-HISTORY
                   MOVE NEW-RECORD TO IH-RECORD
                   WRITE IH-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SWAP-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-SWAPPED-COUNT
                   END-WRITE
               WHEN REBUILD-STOCK
                   MOVE NEW-RECORD TO SS-RECORD
                   WRITE SS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SWAP-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-SWAPPED-COUNT
                   END-WRITE
               WHEN REBUILD-LAYERS
                   MOVE NEW-RECORD TO CL-RECORD
                   WRITE CL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SWAP-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-SWAPPED-COUNT
                   END-WRITE
           END-EVALUATE.

       LOG-THE-REBUILD.
           OPEN EXTEND RESTORE-LOG-FILE.
           IF FS-RESTORE-LOG NOT = "00"
               OPEN OUTPUT RESTORE-LOG-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-TARGET TO RL-TARGET.
           MOVE WS-OPERATOR TO RL-OPERATOR.
           MOVE WS-SWAPPED-COUNT TO RL-RECORDS.
           WRITE RESTORE-LOG-RECORD FROM RESTORE-LOG-LINE.
           CLOSE RESTORE-LOG-FILE.

       END PROGRAM REBUILD.
