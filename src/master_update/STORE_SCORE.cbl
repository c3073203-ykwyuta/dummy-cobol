       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-SCORE.
       AUTHOR. Jules.
      *
      * Monthly store performance scorecard -- one page per open
      * store on STORE_MASTER.IDX for the month, in place of the
      * five printouts area managers used to lay side by side.
      * Seven measures, each for the month and the month before:
      *   - net sales: sales less returns and voids, tax-exclusive
      *     where the history carries it (MARGIN_RPT's revenue)
      *   - gross margin percent, at the cost captured on the sale
      *     (HIST-UNIT-COST)
      *   - shrinkage and damage: the stock lost through 'A'
      *     adjustments (net of count corrections) plus the 'W'
      *     write-offs of damaged stock, off the inventory audit
      *     trail including rolled segments (SHRINK_RPT's registry
      *     walk), valued at the item's current cost
      *   - return rate: returns as a percentage of sales
      *   - banking variance: the month's deposits against the cash
      *     the tills declared (BANK_RECON's over/short), taken as
      *     its size whichever way it falls
      *   - unreceived transfers: stock dispatched to the store by
      *     the month end and still on the in-transit file, at
      *     current cost (XFER_AGE's figure)
      *   - stock turn: the month's cost of sales, annualized, over
      *     the store's stock at cost as it stands today
      * Each figure sits beside the company average (the mean of
      * the stores' figures) and the store's own prior month, with
      * the store's rank among all stores on that measure -- 1 is
      * the best, which is the highest sales, margin and turn and
      * the lowest of the rest -- and the bottom quarter of the
      * ranking flagged. A closing page lists every store's ranks
      * together. The month is MONTH=YYYYMM on STORE_SCORE.PARM
      * (through the shared PARM_KEYWORD entry); without it the
      * scorecard is for the month before the business date.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT AUDIT-FILE ASSIGN TO DSN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT REGISTRY-FILE ASSIGN TO DSN-REGISTRY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRY.
           SELECT TENDER-FILE ASSIGN TO DSN-TENDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TENDER.
           SELECT DEPOSIT-FILE ASSIGN TO DSN-DEPOSIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSIT.
           SELECT IN-TRANSIT-FILE ASSIGN TO DSN-IN-TRANSIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IN-TRANSIT.
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

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

      * The audit line as INV_UPDATE writes it, numeric columns as
      * text through NUMVAL -- AUDIT_LEDGER's technique.
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

      * Mirror of the line SALES_PROC writes off the "8888" feed
      * records.
       FD  TENDER-FILE.
       01  TENDER-RECORD.
           05  TT-TRAN-DATE         PIC 9(8).
           05  TT-STORE-CODE        PIC X(4).
           05  TT-CASH-TOTAL        PIC 9(9)V99.
           05  TT-CARD-TOTAL        PIC 9(9)V99.
           05  TT-VOUCHER-TOTAL     PIC 9(9)V99.
           05  TT-ACCOUNT-TOTAL     PIC 9(9)V99.
           05  TT-OPERATOR-ID       PIC X(5).
           05  TT-TERMINAL-NO       PIC X(3).

       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD.
           05  BD-DEPOSIT-DATE      PIC 9(8).
           05  BD-STORE-CODE        PIC X(4).
           05  BD-AMOUNT            PIC 9(9)V99.

      * Mirror of the record STORE_XFER writes.
       FD  IN-TRANSIT-FILE.
       01  IN-TRANSIT-RECORD.
           05  IT-DISPATCH-DATE     PIC 9(8).
           05  IT-FROM-STORE        PIC X(4).
           05  IT-TO-STORE          PIC X(4).
           05  IT-ITEM-CODE         PIC X(8).
           05  IT-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-STORE             PIC X(2).
           05  FS-HISTORY           PIC X(2).
           05  FS-AUDIT             PIC X(2).
           05  FS-REGISTRY          PIC X(2).
           05  FS-TENDER            PIC X(2).
           05  FS-DEPOSIT           PIC X(2).
           05  FS-IN-TRANSIT        PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-ITEM              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
      * Planted with each segment's name in turn, the live log
      * last.
           05 DSN-AUDIT         PIC X(44).
           05 DSN-LIVE-AUDIT    PIC X(32)
              VALUE "data/master_update/INV_AUDIT.LOG".
           05 DSN-REGISTRY      PIC X(37)
              VALUE "data/master_update/AUDIT_SEGMENTS.DAT".
           05 DSN-TENDER        PIC X(36)
              VALUE "data/master_update/TENDER_TOTALS.DAT".
           05 DSN-DEPOSIT       PIC X(35)
              VALUE "data/master_update/BANK_DEPOSIT.DAT".
           05 DSN-IN-TRANSIT    PIC X(33)
              VALUE "data/master_update/IN_TRANSIT.DAT".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/STORE_SCORE.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/STORE_SCORE.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-THIS-MONTH            PIC 9(6).
       01  WS-THIS-MONTH-SPLIT REDEFINES WS-THIS-MONTH.
           05  WS-TM-YEAR           PIC 9(4).
           05  WS-TM-MM             PIC 9(2).
       01  WS-PRIOR-MONTH           PIC 9(6).
       01  WS-PRIOR-MONTH-SPLIT REDEFINES WS-PRIOR-MONTH.
           05  WS-PM-YEAR           PIC 9(4).
           05  WS-PM-MM             PIC 9(2).
       01  WS-ENTRY-MONTH           PIC 9(6).
      * 1 the scorecard month, 2 the month before it.
       01  WS-PER                   PIC 9.

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "STORE PERFORMANCE SCORECARD".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "MEASURE                       THIS PERIOD    COMPANY AVG
      -        "   PRIOR PERIOD RANK       FLAG".
       01  WS-RANK-HEADING          PIC X(132) VALUE
               "STORE NAME                      SALES MARGIN SHRINK RETU
      -        "RN   BANK   XFER   TURN   FLAGS".
       01  WS-RPT-TRAILER           PIC X(132).

      * The seven measures in scorecard order, and which way is
      * better: 'H' the higher figure ranks first, 'L' the lower.
       01  WS-MEASURE-NAMES.
           05  FILLER               PIC X(27)
               VALUE "HNET SALES                 ".
           05  FILLER               PIC X(27)
               VALUE "HGROSS MARGIN %            ".
           05  FILLER               PIC X(27)
               VALUE "LSHRINKAGE AND DAMAGE      ".
           05  FILLER               PIC X(27)
               VALUE "LRETURN RATE %             ".
           05  FILLER               PIC X(27)
               VALUE "LBANKING VARIANCE          ".
           05  FILLER               PIC X(27)
               VALUE "LUNRECEIVED TRANSFERS      ".
           05  FILLER               PIC X(27)
               VALUE "HSTOCK TURN (ANNUALIZED)   ".
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MS-ENTRIES OCCURS 7 TIMES.
               10  WS-MS-DIRECTION  PIC X.
               10  WS-MS-NAME       PIC X(26).

      * One entry per open store: the raw month totals gathered
      * off each source, the measures worked out from them, and
      * the store's rank on each measure for the scorecard month.
       01  WS-SCORE-TABLE.
           05  WS-SC-COUNT          PIC 9(3) VALUE 0.
           05  WS-SC-ENTRIES OCCURS 200 TIMES.
               10  WS-SC-STORE      PIC X(4).
               10  WS-SC-NAME       PIC X(25).
               10  WS-SC-STOCK-VALUE PIC S9(11)V99.
               10  WS-SC-PERIOD OCCURS 2 TIMES.
                   15  WS-SC-SALES      PIC S9(11)V99.
                   15  WS-SC-COST       PIC S9(11)V99.
                   15  WS-SC-GROSS      PIC S9(11)V99.
                   15  WS-SC-RETURNS    PIC S9(11)V99.
                   15  WS-SC-SHRINK     PIC S9(11)V99.
                   15  WS-SC-CASH       PIC S9(11)V99.
                   15  WS-SC-BANKED     PIC S9(11)V99.
                   15  WS-SC-TRANSIT    PIC S9(11)V99.
                   15  WS-SC-MEASURE    PIC S9(11)V99
                                        OCCURS 7 TIMES.
               10  WS-SC-RANK       PIC 9(3) OCCURS 7 TIMES.
               10  WS-SC-FLAGS      PIC 9(2).
       01  WS-SC-IDX                PIC 9(3).
       01  WS-OTHER-IDX             PIC 9(3).
       01  WS-MS-IDX                PIC 9.
       01  WS-SC-OVFL-FLAG          PIC X VALUE 'N'.
           88  STORES-OVERFLOWED    VALUE 'Y'.
       01  WS-FOUND-FLAG            PIC X.
           88  STORE-FOUND          VALUE 'Y'.
       01  WS-WORK-STORE            PIC X(4).

      * The company average of each measure, per month.
       01  WS-AVERAGE-TABLE.
           05  WS-AV-PERIOD OCCURS 2 TIMES.
               10  WS-AV-MEASURE    PIC S9(11)V99 OCCURS 7 TIMES.
       01  WS-MEASURE-SUM           PIC S9(13)V99.
      * A store in the bottom quarter ranks below this.
       01  WS-QUARTILE-RANK         PIC 9(3).

       01  WS-REVENUE-VALUE         PIC 9(9)V99.
       01  WS-ENTRY-QTY             PIC S9(7)V99.
       01  WS-ENTRY-VALUE           PIC S9(11)V99.
       01  WS-BANK-VARIANCE         PIC S9(11)V99.

       01  WS-EOF-FLAGS.
           05  WS-STORE-EOF         PIC X VALUE 'N'.
           05  WS-HISTORY-EOF       PIC X VALUE 'N'.
           05  WS-AUDIT-EOF         PIC X VALUE 'N'.
           05  WS-REGISTRY-EOF      PIC X VALUE 'N'.
           05  WS-TENDER-EOF        PIC X VALUE 'N'.
           05  WS-DEPOSIT-EOF       PIC X VALUE 'N'.
           05  WS-TRANSIT-EOF       PIC X VALUE 'N'.
           05  WS-STOCK-EOF         PIC X VALUE 'N'.
       01  WS-SEGMENT-STEM          PIC X(29)
               VALUE "data/master_update/INV_AUDIT_".
       01  WS-SEG-MONTH             PIC 9(6).

       01  WS-CONTROL-COUNTS.
           05  WS-HIST-COUNT        PIC 9(7) VALUE 0.
           05  WS-AUDIT-COUNT       PIC 9(7) VALUE 0.
           05  WS-LOGS-SCANNED      PIC 9(5) VALUE 0.
           05  WS-FLAGGED-STORES    PIC 9(3) VALUE 0.

       01  STORE-TITLE-LINE.
           05  FILLER               PIC X(7) VALUE "STORE: ".
           05  STL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  STL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(10) VALUE "  PERIOD: ".
           05  STL-THIS-MONTH       PIC 9(6).
           05  FILLER               PIC X(9) VALUE "  PRIOR: ".
           05  STL-PRIOR-MONTH      PIC 9(6).
           05  FILLER               PIC X(17)
               VALUE "  STORES RANKED: ".
           05  STL-STORE-COUNT      PIC ZZ9.

       01  SCORE-LINE.
           05  SCL-MEASURE          PIC X(26).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-THIS             PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-AVERAGE          PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-PRIOR            PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-RANK             PIC ZZ9.
           05  FILLER               PIC X(4) VALUE " OF ".
           05  SCL-OF               PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SCL-FLAG             PIC X(15).

       01  RANK-LINE.
           05  RKL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RKL-STORE-NAME       PIC X(25).
           05  RKL-CELLS OCCURS 7 TIMES.
               10  FILLER           PIC X(3).
               10  RKL-RANK         PIC ZZ9.
               10  RKL-FLAG         PIC X.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  RKL-FLAG-COUNT       PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           MOVE WS-PROC-DATE(1:6) TO WS-THIS-MONTH.
           IF WS-TM-MM = 1
               SUBTRACT 1 FROM WS-TM-YEAR
               MOVE 12 TO WS-TM-MM
           ELSE
               SUBTRACT 1 FROM WS-TM-MM
           END-IF.
           MOVE "MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-THIS-MONTH
           END-IF.
           MOVE WS-THIS-MONTH TO WS-PRIOR-MONTH.
           IF WS-PM-MM = 1
               MOVE 12 TO WS-PM-MM
               SUBTRACT 1 FROM WS-PM-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PM-MM
           END-IF.

           PERFORM LOAD-STORES THRU END-LOAD-STORES.
           IF WS-SC-COUNT = 0
               DISPLAY "STORE-SCORE: NO OPEN STORES ON FILE, NO "
                       "SCORECARD PRODUCED."
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.
           PERFORM GATHER-SALES THRU END-GATHER-SALES.
           PERFORM WALK-SEGMENT-REGISTRY THRU END-WALK-REGISTRY.
           MOVE DSN-LIVE-AUDIT TO DSN-AUDIT.
           PERFORM SCAN-ONE-LOG THRU END-SCAN-ONE-LOG.
           PERFORM GATHER-TENDERS THRU END-GATHER-TENDERS.
           PERFORM GATHER-DEPOSITS THRU END-GATHER-DEPOSITS.
           PERFORM GATHER-TRANSIT THRU END-GATHER-TRANSIT.
           PERFORM GATHER-STOCK-VALUE THRU END-GATHER-STOCK-VALUE.
           CLOSE ITEM-MASTER-FILE.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM WORK-OUT-MEASURES
           END-PERFORM.
           PERFORM WORK-OUT-AVERAGES.
           PERFORM RANK-STORES.

           PERFORM PRINT-SCORECARDS.

           DISPLAY "STORE-SCORE TOTALS -- MONTH: " WS-THIS-MONTH
                   " PRIOR: " WS-PRIOR-MONTH
                   " STORES: " WS-SC-COUNT
                   " SALES LINES: " WS-HIST-COUNT
                   " AUDIT LINES: " WS-AUDIT-COUNT
                   " STORES FLAGGED: " WS-FLAGGED-STORES.
           IF STORES-OVERFLOWED
               DISPLAY "STORE-SCORE WARNING: MORE STORES THAN THE "
                       "TABLE HOLDS, THE REST ARE NOT SCORED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Closed stores have no trading month to score.
       LOAD-STORES.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE NOT = "00"
               GO TO END-LOAD-STORES
           END-IF.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
               READ STORE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF ST-IS-OPEN
                           PERFORM LOAD-ONE-STORE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER-FILE.
       END-LOAD-STORES.
           CONTINUE.

       LOAD-ONE-STORE.
           IF WS-SC-COUNT >= 200
               SET STORES-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-SC-COUNT
               INITIALIZE WS-SC-ENTRIES(WS-SC-COUNT)
               MOVE ST-STORE-CODE TO WS-SC-STORE(WS-SC-COUNT)
               MOVE ST-STORE-NAME TO WS-SC-NAME(WS-SC-COUNT)
           END-IF.

      * Sets WS-SC-IDX to the entry for WS-WORK-STORE; a store not
      * on the table (closed, or not on the master) is ignored.
       FIND-STORE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-STORE(WS-SC-IDX) = WS-WORK-STORE
                   SET STORE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Which of the two months a date falls in: WS-PER 1 or 2, or
      * 0 for neither.
       PLACE-IN-PERIOD.
           EVALUATE WS-ENTRY-MONTH
               WHEN WS-THIS-MONTH
                   MOVE 1 TO WS-PER
               WHEN WS-PRIOR-MONTH
                   MOVE 2 TO WS-PER
               WHEN OTHER
                   MOVE 0 TO WS-PER
           END-EVALUATE.

       GATHER-SALES.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "STORE-SCORE WARNING: NO SALES HISTORY ON "
                       "FILE: " FS-HISTORY
               GO TO END-GATHER-SALES
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       MOVE HIST-TRAN-DATE(1:6) TO WS-ENTRY-MONTH
                       PERFORM PLACE-IN-PERIOD
                       IF WS-PER > 0
                           PERFORM ADD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-GATHER-SALES.
           CONTINUE.

      * Revenue and cost netted the way MARGIN_RPT nets them.
       ADD-ONE-SALE.
           MOVE HIST-STORE-CODE TO WS-WORK-STORE.
           PERFORM FIND-STORE.
           IF STORE-FOUND
               ADD 1 TO WS-HIST-COUNT
               IF HIST-NET-VALUE = 0 AND HIST-EXT-VALUE NOT = 0
                   MOVE HIST-EXT-VALUE TO WS-REVENUE-VALUE
               ELSE
                   MOVE HIST-NET-VALUE TO WS-REVENUE-VALUE
               END-IF
               COMPUTE WS-ENTRY-VALUE ROUNDED =
                       HIST-QTY * HIST-UNIT-COST
               EVALUATE HIST-TRAN-TYPE
                   WHEN 'R'
                       SUBTRACT WS-REVENUE-VALUE FROM
                               WS-SC-SALES(WS-SC-IDX, WS-PER)
                       SUBTRACT WS-ENTRY-VALUE FROM
                               WS-SC-COST(WS-SC-IDX, WS-PER)
                       ADD WS-REVENUE-VALUE TO
                               WS-SC-RETURNS(WS-SC-IDX, WS-PER)
                   WHEN 'V'
                       SUBTRACT WS-REVENUE-VALUE FROM
                               WS-SC-SALES(WS-SC-IDX, WS-PER)
                       SUBTRACT WS-ENTRY-VALUE FROM
                               WS-SC-COST(WS-SC-IDX, WS-PER)
                       SUBTRACT WS-REVENUE-VALUE FROM
                               WS-SC-GROSS(WS-SC-IDX, WS-PER)
                   WHEN OTHER
                       ADD WS-REVENUE-VALUE TO
                               WS-SC-SALES(WS-SC-IDX, WS-PER)
                       ADD WS-ENTRY-VALUE TO
                               WS-SC-COST(WS-SC-IDX, WS-PER)
                       ADD WS-REVENUE-VALUE TO
                               WS-SC-GROSS(WS-SC-IDX, WS-PER)
               END-EVALUATE
           END-IF.

      * No registry just means the log has never been rolled. A
      * segment cut before the prior month cannot hold either
      * month's entries, so only the later ones are walked.
       WALK-SEGMENT-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF FS-REGISTRY NOT = "00"
               GO TO END-WALK-REGISTRY
           END-IF.
           PERFORM UNTIL WS-REGISTRY-EOF = 'Y'
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   NOT AT END
                       MOVE SG-CUTOFF-DATE(1:6) TO WS-SEG-MONTH
                       IF WS-SEG-MONTH >= WS-PRIOR-MONTH
                           MOVE SPACES TO DSN-AUDIT
                           STRING WS-SEGMENT-STEM SG-CUTOFF-DATE
                               ".LOG" DELIMITED BY SIZE
                               INTO DSN-AUDIT
                           PERFORM SCAN-ONE-LOG
                               THRU END-SCAN-ONE-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
       END-WALK-REGISTRY.
           CONTINUE.

       SCAN-ONE-LOG.
           MOVE 'N' TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
               DISPLAY "STORE-SCORE WARNING: LOG NOT ON DISK, ITS "
                       "ADJUSTMENTS ARE MISSING FROM THE SHRINKAGE: "
                       DSN-AUDIT
               GO TO END-SCAN-ONE-LOG
           END-IF.
           ADD 1 TO WS-LOGS-SCANNED.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       IF (AU-TRAN-TYPE = 'A' OR AU-TRAN-TYPE = 'W')
                               AND AU-STATUS = "00"
                           PERFORM ADD-ONE-LOSS THRU END-ADD-ONE-LOSS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       END-SCAN-ONE-LOG.
           CONTINUE.

      * An adjustment takes stock out with a negative quantity, a
      * write-off with a positive one; both are losses, and a
      * count correction upward offsets them.
       ADD-ONE-LOSS.
           MOVE AU-RUN-DATE(1:6) TO WS-ENTRY-MONTH.
           PERFORM PLACE-IN-PERIOD.
           IF WS-PER = 0
               GO TO END-ADD-ONE-LOSS
           END-IF.
           MOVE AU-STORE-CODE TO WS-WORK-STORE.
           PERFORM FIND-STORE.
           IF NOT STORE-FOUND
               GO TO END-ADD-ONE-LOSS
           END-IF.
           ADD 1 TO WS-AUDIT-COUNT.
           COMPUTE WS-ENTRY-QTY = FUNCTION NUMVAL(AU-QTY-TEXT).
           MOVE AU-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-ENTRY-VALUE
               NOT INVALID KEY
                   COMPUTE WS-ENTRY-VALUE ROUNDED =
                           WS-ENTRY-QTY * IM-UNIT-COST
           END-READ.
           IF AU-TRAN-TYPE = 'W'
               ADD WS-ENTRY-VALUE TO WS-SC-SHRINK(WS-SC-IDX, WS-PER)
           ELSE
               SUBTRACT WS-ENTRY-VALUE FROM
                       WS-SC-SHRINK(WS-SC-IDX, WS-PER)
           END-IF.
       END-ADD-ONE-LOSS.
           CONTINUE.

       GATHER-TENDERS.
           OPEN INPUT TENDER-FILE.
           IF FS-TENDER NOT = "00"
               GO TO END-GATHER-TENDERS
           END-IF.
           PERFORM UNTIL WS-TENDER-EOF = 'Y'
               READ TENDER-FILE
                   AT END
                       MOVE 'Y' TO WS-TENDER-EOF
                   NOT AT END
                       MOVE TT-TRAN-DATE(1:6) TO WS-ENTRY-MONTH
                       PERFORM PLACE-IN-PERIOD
                       MOVE TT-STORE-CODE TO WS-WORK-STORE
                       PERFORM FIND-STORE
                       IF WS-PER > 0 AND STORE-FOUND
                           ADD TT-CASH-TOTAL TO
                                   WS-SC-CASH(WS-SC-IDX, WS-PER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TENDER-FILE.
       END-GATHER-TENDERS.
           CONTINUE.

       GATHER-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE.
           IF FS-DEPOSIT NOT = "00"
               GO TO END-GATHER-DEPOSITS
           END-IF.
           PERFORM UNTIL WS-DEPOSIT-EOF = 'Y'
               READ DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO WS-DEPOSIT-EOF
                   NOT AT END
                       MOVE BD-DEPOSIT-DATE(1:6) TO WS-ENTRY-MONTH
                       PERFORM PLACE-IN-PERIOD
                       MOVE BD-STORE-CODE TO WS-WORK-STORE
                       PERFORM FIND-STORE
                       IF WS-PER > 0 AND STORE-FOUND
                           ADD BD-AMOUNT TO
                                   WS-SC-BANKED(WS-SC-IDX, WS-PER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-FILE.
       END-GATHER-DEPOSITS.
           CONTINUE.

      * The in-transit file holds only what is still unreceived,
      * so the prior month's figure is what was dispatched by its
      * end and has still not arrived.
       GATHER-TRANSIT.
           OPEN INPUT IN-TRANSIT-FILE.
           IF FS-IN-TRANSIT NOT = "00"
               GO TO END-GATHER-TRANSIT
           END-IF.
           PERFORM UNTIL WS-TRANSIT-EOF = 'Y'
               READ IN-TRANSIT-FILE
                   AT END
                       MOVE 'Y' TO WS-TRANSIT-EOF
                   NOT AT END
                       IF IT-QTY > 0
                           PERFORM ADD-ONE-TRANSIT
                               THRU END-ADD-ONE-TRANSIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-TRANSIT-FILE.
       END-GATHER-TRANSIT.
           CONTINUE.

       ADD-ONE-TRANSIT.
           MOVE IT-DISPATCH-DATE(1:6) TO WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH > WS-THIS-MONTH
               GO TO END-ADD-ONE-TRANSIT
           END-IF.
           MOVE IT-TO-STORE TO WS-WORK-STORE.
           PERFORM FIND-STORE.
           IF NOT STORE-FOUND
               GO TO END-ADD-ONE-TRANSIT
           END-IF.
           MOVE IT-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO END-ADD-ONE-TRANSIT
           END-READ.
           COMPUTE WS-ENTRY-VALUE ROUNDED = IT-QTY * IM-UNIT-COST.
           ADD WS-ENTRY-VALUE TO WS-SC-TRANSIT(WS-SC-IDX, 1).
           IF WS-ENTRY-MONTH <= WS-PRIOR-MONTH
               ADD WS-ENTRY-VALUE TO WS-SC-TRANSIT(WS-SC-IDX, 2)
           END-IF.
       END-ADD-ONE-TRANSIT.
           CONTINUE.

      * Store stock is read in store order, so one lookup serves
      * a run of the same store's items.
       GATHER-STOCK-VALUE.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               GO TO END-GATHER-STOCK-VALUE
           END-IF.
           MOVE SPACES TO WS-WORK-STORE.
           PERFORM UNTIL WS-STOCK-EOF = 'Y'
               READ STORE-STOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-STOCK-EOF
                   NOT AT END
                       IF SS-STORE-CODE NOT = WS-WORK-STORE
                           MOVE SS-STORE-CODE TO WS-WORK-STORE
                           PERFORM FIND-STORE
                       END-IF
                       IF STORE-FOUND AND SS-STOCK-QTY > 0
                           PERFORM ADD-ONE-STOCK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-STOCK-FILE.
       END-GATHER-STOCK-VALUE.
           CONTINUE.

       ADD-ONE-STOCK-LINE.
           MOVE SS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-ENTRY-VALUE
               NOT INVALID KEY
                   COMPUTE WS-ENTRY-VALUE ROUNDED =
                           SS-STOCK-QTY * IM-UNIT-COST
           END-READ.
           ADD WS-ENTRY-VALUE TO WS-SC-STOCK-VALUE(WS-SC-IDX).

       WORK-OUT-MEASURES.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2
               MOVE WS-SC-SALES(WS-SC-IDX, WS-PER)
                   TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 1)
               MOVE 0 TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 2)
               IF WS-SC-SALES(WS-SC-IDX, WS-PER) NOT = 0
                   COMPUTE WS-SC-MEASURE(WS-SC-IDX, WS-PER, 2)
                       ROUNDED = (WS-SC-SALES(WS-SC-IDX, WS-PER)
                           - WS-SC-COST(WS-SC-IDX, WS-PER)) * 100
                           / WS-SC-SALES(WS-SC-IDX, WS-PER)
               END-IF
               MOVE WS-SC-SHRINK(WS-SC-IDX, WS-PER)
                   TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 3)
               MOVE 0 TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 4)
               IF WS-SC-GROSS(WS-SC-IDX, WS-PER) > 0
                   COMPUTE WS-SC-MEASURE(WS-SC-IDX, WS-PER, 4)
                       ROUNDED = WS-SC-RETURNS(WS-SC-IDX, WS-PER)
                           * 100 / WS-SC-GROSS(WS-SC-IDX, WS-PER)
               END-IF
               COMPUTE WS-BANK-VARIANCE =
                       WS-SC-BANKED(WS-SC-IDX, WS-PER)
                       - WS-SC-CASH(WS-SC-IDX, WS-PER)
               IF WS-BANK-VARIANCE < 0
                   COMPUTE WS-BANK-VARIANCE = 0 - WS-BANK-VARIANCE
               END-IF
               MOVE WS-BANK-VARIANCE
                   TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 5)
               MOVE WS-SC-TRANSIT(WS-SC-IDX, WS-PER)
                   TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 6)
               MOVE 0 TO WS-SC-MEASURE(WS-SC-IDX, WS-PER, 7)
               IF WS-SC-STOCK-VALUE(WS-SC-IDX) > 0
                   COMPUTE WS-SC-MEASURE(WS-SC-IDX, WS-PER, 7)
                       ROUNDED = WS-SC-COST(WS-SC-IDX, WS-PER) * 12
                           / WS-SC-STOCK-VALUE(WS-SC-IDX)
               END-IF
           END-PERFORM.

       WORK-OUT-AVERAGES.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > 7
                   MOVE 0 TO WS-MEASURE-SUM
                   PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                           UNTIL WS-SC-IDX > WS-SC-COUNT
                       ADD WS-SC-MEASURE(WS-SC-IDX, WS-PER, WS-MS-IDX)
                           TO WS-MEASURE-SUM
                   END-PERFORM
                   COMPUTE WS-AV-MEASURE(WS-PER, WS-MS-IDX) ROUNDED =
                           WS-MEASURE-SUM / WS-SC-COUNT
               END-PERFORM
           END-PERFORM.

      * A store's rank on a measure is one more than the number of
      * stores doing better on it; ties share a rank. The bottom
      * quarter is the ranks past three quarters of the stores.
       RANK-STORES.
           COMPUTE WS-QUARTILE-RANK =
                   WS-SC-COUNT - WS-SC-COUNT / 4.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE 0 TO WS-SC-FLAGS(WS-SC-IDX)
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > 7
                   PERFORM RANK-ONE-MEASURE
               END-PERFORM
               IF WS-SC-FLAGS(WS-SC-IDX) > 0
                   ADD 1 TO WS-FLAGGED-STORES
               END-IF
           END-PERFORM.

       RANK-ONE-MEASURE.
           MOVE 1 TO WS-SC-RANK(WS-SC-IDX, WS-MS-IDX).
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > WS-SC-COUNT
               IF WS-MS-DIRECTION(WS-MS-IDX) = 'H'
                   IF WS-SC-MEASURE(WS-OTHER-IDX, 1, WS-MS-IDX) >
                           WS-SC-MEASURE(WS-SC-IDX, 1, WS-MS-IDX)
                       ADD 1 TO WS-SC-RANK(WS-SC-IDX, WS-MS-IDX)
                   END-IF
               ELSE
                   IF WS-SC-MEASURE(WS-OTHER-IDX, 1, WS-MS-IDX) <
                           WS-SC-MEASURE(WS-SC-IDX, 1, WS-MS-IDX)
                       ADD 1 TO WS-SC-RANK(WS-SC-IDX, WS-MS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SC-RANK(WS-SC-IDX, WS-MS-IDX) > WS-QUARTILE-RANK
               ADD 1 TO WS-SC-FLAGS(WS-SC-IDX)
           END-IF.

       PRINT-SCORECARDS.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM PRINT-ONE-SCORECARD
           END-PERFORM.

           MOVE 'P' TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE "STORE RANKINGS -- * BOTTOM QUARTILE" TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE WS-RANK-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM PRINT-ONE-RANK-LINE
           END-PERFORM.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "MONTH: " WS-THIS-MONTH
                  "  STORES SCORED: " WS-SC-COUNT
                  "  STORES IN A BOTTOM QUARTILE: " WS-FLAGGED-STORES
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       PRINT-ONE-SCORECARD.
           IF WS-SC-IDX > 1
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           MOVE WS-SC-STORE(WS-SC-IDX) TO STL-STORE-CODE.
           MOVE WS-SC-NAME(WS-SC-IDX) TO STL-STORE-NAME.
           MOVE WS-THIS-MONTH TO STL-THIS-MONTH.
           MOVE WS-PRIOR-MONTH TO STL-PRIOR-MONTH.
           MOVE WS-SC-COUNT TO STL-STORE-COUNT.
           MOVE STORE-TITLE-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1 UNTIL WS-MS-IDX > 7
               PERFORM PRINT-ONE-MEASURE
           END-PERFORM.

       PRINT-ONE-MEASURE.
           MOVE WS-MS-NAME(WS-MS-IDX) TO SCL-MEASURE.
           MOVE WS-SC-MEASURE(WS-SC-IDX, 1, WS-MS-IDX) TO SCL-THIS.
           MOVE WS-AV-MEASURE(1, WS-MS-IDX) TO SCL-AVERAGE.
           MOVE WS-SC-MEASURE(WS-SC-IDX, 2, WS-MS-IDX) TO SCL-PRIOR.
           MOVE WS-SC-RANK(WS-SC-IDX, WS-MS-IDX) TO SCL-RANK.
           MOVE WS-SC-COUNT TO SCL-OF.
           IF WS-SC-RANK(WS-SC-IDX, WS-MS-IDX) > WS-QUARTILE-RANK
               MOVE "BOTTOM QUARTILE" TO SCL-FLAG
           ELSE
               MOVE SPACES TO SCL-FLAG
           END-IF.
           MOVE SCORE-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       PRINT-ONE-RANK-LINE.
           MOVE SPACES TO RANK-LINE.
           MOVE WS-SC-STORE(WS-SC-IDX) TO RKL-STORE-CODE.
           MOVE WS-SC-NAME(WS-SC-IDX) TO RKL-STORE-NAME.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1 UNTIL WS-MS-IDX > 7
               MOVE WS-SC-RANK(WS-SC-IDX, WS-MS-IDX)
                   TO RKL-RANK(WS-MS-IDX)
               IF WS-SC-RANK(WS-SC-IDX, WS-MS-IDX) > WS-QUARTILE-RANK
                   MOVE "*" TO RKL-FLAG(WS-MS-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SC-FLAGS(WS-SC-IDX) TO RKL-FLAG-COUNT.
           MOVE RANK-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM STORE-SCORE.
