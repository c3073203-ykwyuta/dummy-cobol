       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRV-PROV.
       AUTHOR. Jules.
      *
      * Lower-of-cost-or-net-realizable-value stock provision, run
      * at period close once PERIOD_CLOSE has frozen the period's
      * closing position. Every item on the period's snapshot
      * (PERIOD_SNAP.DAT, the latest generation where a reopened
      * period was closed twice) is valued twice -- at cost, and at
      * what it is expected to fetch less the cost of selling it --
      * and wherever the second is the lower the difference is
      * provided for, the write-down the auditors look for.
      *
      * Cost is the snapshot's weighted-average unit cost, or with
      * COST=FIFO the receipt-dated cost layers INV_UPDATE keeps on
      * COST_LAYER.IDX, walked oldest-first the way STOCK_VALUE
      * does (stock deeper than the layers falls back to the
      * average, and is counted). The expected selling price is
      * the master's price -- which already carries any markdown
      * PRICE_PROC has applied, MARKDOWN_GEN's clearance included
      * -- unless a lower master price is waiting on
      * PENDING_PRICE.DAT, in which case the stock is expected to
      * go at that pending markdown. An item DEAD_STOCK has flagged
      * and no markdown is waiting for is expected to fetch
      * DEADPCT percent less than its price (default 50, the depth
      * of MARKDOWN_GEN's second stage). Selling costs come off
      * every price at SELLPCT percent (default 10). Cards on
      * NRV_PROV.PARM through the shared PARM_KEYWORD entry:
      *   PERIOD=  the closed period (YYYYMM, or YYYYPP on the
      *            fiscal basis); default the latest one closed
      *   COST=    AVG or FIFO; default AVG
      *   SELLPCT= selling costs, percent of the selling price
      *   DEADPCT= expected further discount on dead stock
      *
      * The provision is written per item, for every item on the
      * snapshot, to PERIOD_PROV.DAT -- appended alongside
      * PERIOD_SNAP.DAT and read the same way, latest generation
      * wins, so a period reopened and re-closed is simply provided
      * for again. The listing shows each item carrying a provision
      * this period or last, with its unit cost, net realizable
      * value, why it was written down, and the movement against
      * the previous closed period's provision, subtotaled by item
      * group (ITEM_GROUP.IDX); an item provided for last period
      * that has left the master is shown released in full.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO DSN-SNAPSHOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNAPSHOT.
           SELECT PROVISION-FILE ASSIGN TO DSN-PROVISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVISION.
           SELECT PERIOD-CTRL-FILE ASSIGN TO DSN-PERIOD-CTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-CTRL.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT COST-LAYER-FILE ASSIGN TO DSN-LAYER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS FS-LAYER.
           SELECT PENDING-FILE ASSIGN TO DSN-PENDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDING.
           SELECT DEAD-DATA-FILE ASSIGN TO DSN-DEAD-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEAD-DATA.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT NRV-SORT-FILE ASSIGN TO "NRVPSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.
      * The frozen closing position PERIOD_CLOSE writes.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  PS-PERIOD            PIC 9(6).
           05  PS-ITEM-CODE         PIC X(8).
           05  PS-STOCK-QTY         PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
           05  PS-UNIT-COST         PIC 9(7)V99.
           05  PS-EXT-VALUE         PIC S9(11)V99 SIGN IS LEADING
                                     SEPARATE.

      * The period's provision, one line per snapshot item per run
      * -- appended, never rewritten, like the snapshot beside it.
       FD  PROVISION-FILE.
       01  PROVISION-RECORD.
           05  PV-PERIOD            PIC 9(6).
           05  PV-ITEM-CODE         PIC X(8).
           05  PV-STOCK-QTY         PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
           05  PV-UNIT-COST         PIC 9(7)V99.
           05  PV-NRV-UNIT          PIC 9(7)V99.
           05  PV-PROVISION         PIC S9(11)V99 SIGN IS LEADING
                                     SEPARATE.
      *        'M' pending markdown, 'D' dead stock, 'B' price below
      *        cost, space when nothing was provided.
           05  PV-REASON            PIC X.
           05  PV-COST-BASIS        PIC X(4).

       FD  PERIOD-CTRL-FILE.
       01  PERIOD-CTRL-RECORD.
           05  PC-PERIOD            PIC 9(6).
           05  PC-CLOSED-DATE       PIC 9(8).
           05  PC-BASIS             PIC X.

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  COST-LAYER-FILE.
           COPY "LAYERREC.CPY".

      * PRICE_PROC's future-dated changes waiting for their day.
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

      * Mirror of the fixed-field record DEAD_STOCK writes.
       FD  DEAD-DATA-FILE.
       01  DEAD-DATA-RECORD.
           05  DD-ITEM-CODE         PIC X(8).
           05  DD-STOCK-QTY         PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
           05  DD-UNIT-COST         PIC 9(7)V99.
           05  DD-UNIT-PRICE        PIC 9(7)V99.
           05  DD-LAST-SALE-DATE    PIC 9(8).

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       SD  NRV-SORT-FILE.
       01  NRV-SORT-RECORD.
           05  NS-ITEM-CODE         PIC X(8).
      *        0 the previous period's provision, 1 this period's
      *        snapshot.
           05  NS-TAG               PIC 9.
      *        file order, so the latest generation sorts last
      *        within its tag and wins.
           05  NS-SEQ               PIC 9(7).
           05  NS-QTY               PIC S9(7)V99.
           05  NS-UNIT-COST         PIC 9(7)V99.
           05  NS-PROVISION         PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-SNAPSHOT          PIC X(2).
           05  FS-PROVISION         PIC X(2).
           05  FS-PERIOD-CTRL       PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-LAYER             PIC X(2).
           05  FS-PENDING           PIC X(2).
           05  FS-DEAD-DATA         PIC X(2).
           05  FS-GROUP             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-SNAPSHOT      PIC X(34)
              VALUE "data/master_update/PERIOD_SNAP.DAT".
           05 DSN-PROVISION     PIC X(34)
              VALUE "data/master_update/PERIOD_PROV.DAT".
           05 DSN-PERIOD-CTRL   PIC X(34)
              VALUE "data/master_update/PERIOD_CTRL.DAT".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-LAYER         PIC X(33)
              VALUE "data/master_update/COST_LAYER.IDX".
           05 DSN-PENDING       PIC X(36)
              VALUE "data/master_update/PENDING_PRICE.DAT".
           05 DSN-DEAD-DATA     PIC X(33)
              VALUE "data/master_update/DEAD_STOCK.DAT".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/NRV_PROV.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/NRV_PROV.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-SELL-PCT              PIC 9(3) VALUE 10.
       01  WS-DEAD-PCT              PIC 9(3) VALUE 50.
       01  WS-PARM-NUMBER           PIC 9(5).
       01  WS-COST-BASIS            PIC X(4) VALUE "AVG ".
           88  FIFO-COSTING         VALUE "FIFO".

       01  WS-PERIOD                PIC 9(6) VALUE 0.
       01  WS-PRIOR-PERIOD          PIC 9(6) VALUE 0.
       01  WS-LATEST-CLOSED         PIC 9(6) VALUE 0.
       01  WS-CTRL-BASIS            PIC X.
       01  WS-PERIOD-CLOSED-FLAG    PIC X VALUE 'N'.
           88  PERIOD-IS-CLOSED     VALUE 'Y'.
       01  WS-FP-FUNCTION           PIC X.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-DATE               PIC 9(8) VALUE 0.
       01  WS-FP-PERIOD             PIC 9(6) VALUE 0.
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-START              PIC 9(8).
       01  WS-FP-END                PIC 9(8).
       01  WS-FP-STATUS             PIC X(2).

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-EOF-FLAGS.
           05  WS-CTRL-EOF          PIC X VALUE 'N'.
           05  WS-SNAP-EOF          PIC X VALUE 'N'.
           05  WS-PROV-EOF          PIC X VALUE 'N'.
           05  WS-PENDING-EOF       PIC X VALUE 'N'.
           05  WS-DEAD-EOF          PIC X VALUE 'N'.
           05  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-LAYER-EOF-FLAG        PIC X.
           88  IS-LAYER-EOF         VALUE 'Y'.

       01  WS-OPEN-FLAGS.
           05  WS-ITEM-OPEN-FLAG    PIC X VALUE 'N'.
               88  ITEM-FILE-IS-OPEN VALUE 'Y'.
           05  WS-LAYER-OPEN-FLAG   PIC X VALUE 'N'.
               88  LAYER-FILE-IS-OPEN VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG   PIC X VALUE 'N'.
               88  GROUP-FILE-IS-OPEN VALUE 'Y'.

       01  WS-RELEASE-SEQ           PIC 9(7) VALUE 0.

      * Lowest master price waiting on the pending file per item --
      * only prices below the master's count, when they are looked
      * at, as a markdown.
       01  WS-PENDING-TABLE.
           05  WS-PM-COUNT          PIC 9(4) VALUE 0.
           05  WS-PM-ENTRIES OCCURS 2000 TIMES.
               10  WS-PM-ITEM       PIC X(8).
               10  WS-PM-PRICE      PIC 9(7)V99.
       01  WS-LOOKUP-ITEM           PIC X(8).
       01  WS-PM-IDX                PIC 9(4).
       01  WS-PM-FOUND-FLAG         PIC X.

      * The items DEAD_STOCK last flagged.
       01  WS-DEAD-TABLE.
           05  WS-DD-COUNT          PIC 9(4) VALUE 0.
           05  WS-DD-ITEM OCCURS 2000 TIMES PIC X(8).
       01  WS-DD-IDX                PIC 9(4).
       01  WS-DD-FOUND-FLAG         PIC X.

      * Control-break state: one item's latest snapshot line and
      * its provision at the previous close.
       01  WS-BREAK-ITEM-CODE       PIC X(8).
       01  WS-BREAK-STARTED-FLAG    PIC X VALUE 'N'.
           88  BREAK-IN-PROGRESS    VALUE 'Y'.
       01  WS-SNAP-FOUND-FLAG       PIC X.
           88  ITEM-ON-SNAPSHOT     VALUE 'Y'.
       01  WS-SNAP-QTY              PIC S9(7)V99.
       01  WS-SNAP-COST             PIC 9(7)V99.
       01  WS-PRIOR-PROVISION       PIC S9(11)V99.

      * One item's valuation.
       01  WS-ITEM-NAME             PIC X(20).
       01  WS-EXT-COST              PIC S9(11)V99.
       01  WS-UNIT-COST             PIC 9(7)V99.
       01  WS-UNLAYERED-QTY         PIC S9(7)V99.
       01  WS-SELL-PRICE            PIC 9(7)V99.
       01  WS-NRV-UNIT              PIC 9(7)V99.
       01  WS-EXT-NRV               PIC S9(11)V99.
       01  WS-PROVISION             PIC S9(11)V99.
       01  WS-MOVEMENT              PIC S9(11)V99.
       01  WS-REASON                PIC X.
           88  REASON-MARKDOWN      VALUE 'M'.
           88  REASON-DEAD-STOCK    VALUE 'D'.
           88  REASON-BELOW-COST    VALUE 'B'.

      * Group control break on the leading two characters of the
      * item code -- the sort keeps a group's items together.
       01  WS-CUR-GROUP             PIC X(2) VALUE SPACES.
       01  WS-GROUP-TOTALS.
           05  WS-GT-ITEMS          PIC 9(5) VALUE 0.
           05  WS-GT-PROVISION      PIC S9(13)V99 VALUE 0.
           05  WS-GT-PRIOR          PIC S9(13)V99 VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-SNAP-READ         PIC 9(7) VALUE 0.
           05  WS-PROV-READ         PIC 9(7) VALUE 0.
           05  WS-ITEMS-VALUED      PIC 9(7) VALUE 0.
           05  WS-ITEMS-PROVIDED    PIC 9(7) VALUE 0.
           05  WS-MARKDOWN-COUNT    PIC 9(7) VALUE 0.
           05  WS-DEAD-COUNT        PIC 9(7) VALUE 0.
           05  WS-BELOW-COUNT       PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
           05  WS-NOT-ON-MASTER     PIC 9(7) VALUE 0.
           05  WS-UNLAYERED-COUNT   PIC 9(7) VALUE 0.
           05  WS-TABLE-FULL-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOTAL-COST            PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-PROVISION       PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-PRIOR           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-MOVEMENT        PIC S9(13)V99 VALUE 0.

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "ITEM     NAME                        QTY  UNIT COST   NR
      -        "V UNIT     PROVISION   LAST PERIOD      MOVEMENT  WHY".
       01  WS-RPT-TRAILER           PIC X(132).
       01  WS-TRL-COUNT             PIC Z(6)9.
       01  WS-TRL-MOVEMENT          PIC -(11)9.99.

       01  PROVISION-LINE.
           05  PVL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-QTY              PIC -(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-UNIT-COST        PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-NRV-UNIT         PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-PROVISION        PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-PRIOR            PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PVL-MOVEMENT         PIC -(9)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PVL-REASON           PIC X(10).

       01  PROVISION-TOTAL-LINE REDEFINES PROVISION-LINE.
           05  PTL-LABEL            PIC X(63).
           05  PTL-PROVISION        PIC -(9)9.99.
           05  FILLER               PIC X(1).
           05  PTL-PRIOR            PIC -(9)9.99.
           05  FILLER               PIC X(1).
           05  PTL-MOVEMENT         PIC -(9)9.99.
           05  FILLER               PIC X(11).

       01  WS-GROUP-LABEL.
           05  FILLER               PIC X(6) VALUE "GROUP ".
           05  GPL-KEY              PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GPL-KEY-NAME         PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GPL-ITEMS            PIC Z(4)9.
           05  FILLER               PIC X(6) VALUE " ITEMS".

       01  WS-SUMMARY-LINE.
           05  SML-LABEL            PIC X(40).
           05  SML-COUNT            PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-NRV-PARAMETERS.

      * The company's period basis, so only control lines closed on
      * that basis are taken.
           MOVE 'D' TO WS-FP-FUNCTION.
           MOVE WS-RUN-DATE TO WS-FP-DATE.
           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-FP-DATE, WS-FP-PERIOD, WS-FP-WEEK,
                   WS-FP-START, WS-FP-END, WS-FP-STATUS.

           PERFORM SCAN-PERIOD-CTRL THRU END-SCAN-PERIOD-CTRL.
           IF WS-PERIOD = 0
               MOVE WS-LATEST-CLOSED TO WS-PERIOD
               PERFORM SCAN-PERIOD-CTRL THRU END-SCAN-PERIOD-CTRL
           END-IF.
           IF WS-PERIOD = 0
               DISPLAY "NRV-PROV: NO CLOSED PERIOD ON THE CONTROL "
                       "FILE -- RUN PERIOD_CLOSE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PERIOD-IS-CLOSED
               DISPLAY "NRV-PROV: PERIOD " WS-PERIOD
                       " IS NOT CLOSED -- RUN PERIOD_CLOSE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET ITEM-FILE-IS-OPEN TO TRUE.
           IF FIFO-COSTING
               OPEN INPUT COST-LAYER-FILE
               IF FS-LAYER = "00"
                   SET LAYER-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "NRV-PROV WARNING: NO COST-LAYER FILE "
                           "ON DISK, COSTING AT AVERAGE COST."
                   MOVE "AVG " TO WS-COST-BASIS
               END-IF
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-PENDING-MARKDOWNS THRU END-LOAD-PENDING.
           PERFORM LOAD-DEAD-STOCK THRU END-LOAD-DEAD-STOCK.

           PERFORM START-REPORT.

           SORT NRV-SORT-FILE
               ON ASCENDING KEY NS-ITEM-CODE NS-TAG NS-SEQ
               INPUT PROCEDURE IS RELEASE-PERIOD-LINES
                   THRU END-RELEASE-LINES
               OUTPUT PROCEDURE IS VALUE-AND-REPORT.

           PERFORM WRITE-GRAND-TOTALS.
           CLOSE ITEM-MASTER-FILE.
           IF LAYER-FILE-IS-OPEN
               CLOSE COST-LAYER-FILE
           END-IF.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.

           IF WS-SNAP-READ = 0
               DISPLAY "NRV-PROV WARNING: NO SNAPSHOT LINES FOR "
                       "PERIOD " WS-PERIOD " -- NOTHING VALUED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "NRV-PROV WARNING: " WS-TABLE-FULL-COUNT
                       " PENDING/DEAD-STOCK ENTRIES NOT LOADED, "
                       "TABLE FULL."
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "NRV-PROV TOTALS -- PERIOD: " WS-PERIOD
                   " PRIOR: " WS-PRIOR-PERIOD
                   " COST: " WS-COST-BASIS
                   " ITEMS VALUED: " WS-ITEMS-VALUED
                   " PROVIDED: " WS-ITEMS-PROVIDED
                   " PROVISION: " WS-TOTAL-PROVISION
                   " MOVEMENT: " WS-TOTAL-MOVEMENT.
           STOP RUN.

       READ-NRV-PARAMETERS.
           MOVE "PERIOD" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-PERIOD
           END-IF.
           MOVE "COST" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:4) = "FIFO"
               MOVE "FIFO" TO WS-COST-BASIS
           END-IF.
           MOVE "SELLPCT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER <= 100
                   MOVE WS-PARM-NUMBER TO WS-SELL-PCT
               END-IF
           END-IF.
           MOVE "DEADPCT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER <= 100
                   MOVE WS-PARM-NUMBER TO WS-DEAD-PCT
               END-IF
           END-IF.

      * One pass of the control file on the company basis: the
      * latest period closed, whether WS-PERIOD is closed, and the
      * closed period before it -- the one whose provision this
      * run's moves against.
       SCAN-PERIOD-CTRL.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG.
           MOVE 'N' TO WS-CTRL-EOF.
           MOVE 0 TO WS-LATEST-CLOSED.
           MOVE 0 TO WS-PRIOR-PERIOD.
           OPEN INPUT PERIOD-CTRL-FILE.
           IF FS-PERIOD-CTRL NOT = "00"
               GO TO END-SCAN-PERIOD-CTRL
           END-IF.
           PERFORM UNTIL WS-CTRL-EOF = 'Y'
               READ PERIOD-CTRL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTRL-EOF
                   NOT AT END
                       MOVE PC-BASIS TO WS-CTRL-BASIS
                       IF WS-CTRL-BASIS = SPACE
                           MOVE 'C' TO WS-CTRL-BASIS
                       END-IF
                       IF WS-CTRL-BASIS = WS-FP-BASIS
                           PERFORM NOTE-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-CTRL-FILE.
       END-SCAN-PERIOD-CTRL.
           CONTINUE.

       NOTE-CLOSED-PERIOD.
           IF PC-PERIOD > WS-LATEST-CLOSED
               MOVE PC-PERIOD TO WS-LATEST-CLOSED
           END-IF.
           IF PC-PERIOD = WS-PERIOD
               SET PERIOD-IS-CLOSED TO TRUE
           END-IF.
           IF PC-PERIOD < WS-PERIOD AND PC-PERIOD > WS-PRIOR-PERIOD
               MOVE PC-PERIOD TO WS-PRIOR-PERIOD
           END-IF.

      * A master-price change waiting on the pending file, lower
      * than the price now, is a markdown still to come; a zone's
      * change is its stores' business and is left out.
       LOAD-PENDING-MARKDOWNS.
           OPEN INPUT PENDING-FILE.
           IF FS-PENDING NOT = "00"
               GO TO END-LOAD-PENDING
           END-IF.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       IF PN-ZONE-CODE = SPACES
                               AND PN-NEW-PRICE > 0
                           PERFORM NOTE-PENDING-PRICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
       END-LOAD-PENDING.
           CONTINUE.

       NOTE-PENDING-PRICE.
           MOVE PN-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM FIND-PENDING-PRICE.
           IF WS-PM-FOUND-FLAG = 'Y'
               IF PN-NEW-PRICE < WS-PM-PRICE(WS-PM-IDX)
                   MOVE PN-NEW-PRICE TO WS-PM-PRICE(WS-PM-IDX)
               END-IF
           ELSE
               IF WS-PM-COUNT >= 2000
                   ADD 1 TO WS-TABLE-FULL-COUNT
               ELSE
                   ADD 1 TO WS-PM-COUNT
                   MOVE PN-ITEM-CODE TO WS-PM-ITEM(WS-PM-COUNT)
                   MOVE PN-NEW-PRICE TO WS-PM-PRICE(WS-PM-COUNT)
               END-IF
           END-IF.

       FIND-PENDING-PRICE.
           MOVE 'N' TO WS-PM-FOUND-FLAG.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-ITEM(WS-PM-IDX) = WS-LOOKUP-ITEM
                   MOVE 'Y' TO WS-PM-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-DEAD-STOCK.
           OPEN INPUT DEAD-DATA-FILE.
           IF FS-DEAD-DATA NOT = "00"
               GO TO END-LOAD-DEAD-STOCK
           END-IF.
           PERFORM UNTIL WS-DEAD-EOF = 'Y'
               READ DEAD-DATA-FILE
                   AT END
                       MOVE 'Y' TO WS-DEAD-EOF
                   NOT AT END
                       IF WS-DD-COUNT >= 2000
                           ADD 1 TO WS-TABLE-FULL-COUNT
                       ELSE
                           ADD 1 TO WS-DD-COUNT
                           MOVE DD-ITEM-CODE TO
                                   WS-DD-ITEM(WS-DD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEAD-DATA-FILE.
       END-LOAD-DEAD-STOCK.
           CONTINUE.

       FIND-DEAD-STOCK.
           MOVE 'N' TO WS-DD-FOUND-FLAG.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                   UNTIL WS-DD-IDX > WS-DD-COUNT
               IF WS-DD-ITEM(WS-DD-IDX) = WS-LOOKUP-ITEM
                   MOVE 'Y' TO WS-DD-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       START-REPORT.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "NRV STOCK PROVISION -- PERIOD " WS-PERIOD
                   " VS " WS-PRIOR-PERIOD " (" WS-COST-BASIS
                   ")"
                   DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

      * This period's snapshot lines and the previous period's
      * provision lines, paired per item by the sort.
       RELEASE-PERIOD-LINES.
           OPEN INPUT SNAPSHOT-FILE.
           IF FS-SNAPSHOT NOT = "00"
               DISPLAY "NRV-PROV: NO SNAPSHOT FILE ON DISK."
               GO TO END-RELEASE-LINES
           END-IF.
           PERFORM UNTIL WS-SNAP-EOF = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF
                   NOT AT END
                       IF PS-PERIOD = WS-PERIOD
                           ADD 1 TO WS-SNAP-READ
                           ADD 1 TO WS-RELEASE-SEQ
                           MOVE WS-RELEASE-SEQ TO NS-SEQ
                           MOVE PS-ITEM-CODE TO NS-ITEM-CODE
                           MOVE 1 TO NS-TAG
                           MOVE PS-STOCK-QTY TO NS-QTY
                           MOVE PS-UNIT-COST TO NS-UNIT-COST
                           MOVE 0 TO NS-PROVISION
                           RELEASE NRV-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           IF WS-PRIOR-PERIOD = 0
               GO TO END-RELEASE-LINES
           END-IF.
           OPEN INPUT PROVISION-FILE.
           IF FS-PROVISION NOT = "00"
               GO TO END-RELEASE-LINES
           END-IF.
           PERFORM UNTIL WS-PROV-EOF = 'Y'
               READ PROVISION-FILE
                   AT END
                       MOVE 'Y' TO WS-PROV-EOF
                   NOT AT END
                       IF PV-PERIOD = WS-PRIOR-PERIOD
                           ADD 1 TO WS-PROV-READ
                           ADD 1 TO WS-RELEASE-SEQ
                           MOVE WS-RELEASE-SEQ TO NS-SEQ
                           MOVE PV-ITEM-CODE TO NS-ITEM-CODE
                           MOVE 0 TO NS-TAG
                           MOVE 0 TO NS-QTY
                           MOVE 0 TO NS-UNIT-COST
                           MOVE PV-PROVISION TO NS-PROVISION
                           RELEASE NRV-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROVISION-FILE.
       END-RELEASE-LINES.
           CONTINUE.

      * Within an item each tag's LAST record is the latest
      * generation, so plain overwriting as the group streams past
      * leaves the winner standing. The provision file is read for
      * last period's lines before it is opened to take this one's.
       VALUE-AND-REPORT.
           OPEN EXTEND PROVISION-FILE.
           IF FS-PROVISION NOT = "00"
               OPEN OUTPUT PROVISION-FILE
           END-IF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN NRV-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF BREAK-IN-PROGRESS
                           PERFORM FLUSH-ITEM-PROVISION
                       END-IF
                   NOT AT END
                       IF BREAK-IN-PROGRESS
                               AND NS-ITEM-CODE NOT =
                               WS-BREAK-ITEM-CODE
                           PERFORM FLUSH-ITEM-PROVISION
                       END-IF
                       IF NOT BREAK-IN-PROGRESS
                           SET BREAK-IN-PROGRESS TO TRUE
                           MOVE NS-ITEM-CODE TO WS-BREAK-ITEM-CODE
                           MOVE 'N' TO WS-SNAP-FOUND-FLAG
                           MOVE 0 TO WS-SNAP-QTY
                           MOVE 0 TO WS-SNAP-COST
                           MOVE 0 TO WS-PRIOR-PROVISION
                       END-IF
                       IF NS-TAG = 0
                           MOVE NS-PROVISION TO WS-PRIOR-PROVISION
                       ELSE
                           SET ITEM-ON-SNAPSHOT TO TRUE
                           MOVE NS-QTY TO WS-SNAP-QTY
                           MOVE NS-UNIT-COST TO WS-SNAP-COST
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-CUR-GROUP NOT = SPACES
               PERFORM WRITE-GROUP-SUBTOTAL
           END-IF.
           CLOSE PROVISION-FILE.

       FLUSH-ITEM-PROVISION.
           MOVE 'N' TO WS-BREAK-STARTED-FLAG.
           MOVE SPACES TO WS-ITEM-NAME.
           MOVE 0 TO WS-PROVISION.
           MOVE 0 TO WS-NRV-UNIT.
           MOVE WS-SNAP-COST TO WS-UNIT-COST.
           MOVE SPACE TO WS-REASON.
           IF ITEM-ON-SNAPSHOT
               PERFORM VALUE-ONE-ITEM THRU END-VALUE-ONE-ITEM
               PERFORM WRITE-PROVISION-RECORD
           END-IF.
           COMPUTE WS-MOVEMENT = WS-PROVISION - WS-PRIOR-PROVISION.
           ADD WS-PROVISION TO WS-TOTAL-PROVISION.
           ADD WS-PRIOR-PROVISION TO WS-TOTAL-PRIOR.
           ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT.
           IF WS-PROVISION = 0 AND WS-PRIOR-PROVISION = 0
               CONTINUE
           ELSE
               IF WS-BREAK-ITEM-CODE(1:2) NOT = WS-CUR-GROUP
                   IF WS-CUR-GROUP NOT = SPACES
                       PERFORM WRITE-GROUP-SUBTOTAL
                   END-IF
                   MOVE WS-BREAK-ITEM-CODE(1:2) TO WS-CUR-GROUP
               END-IF
               ADD 1 TO WS-GT-ITEMS
               ADD WS-PROVISION TO WS-GT-PROVISION
               ADD WS-PRIOR-PROVISION TO WS-GT-PRIOR
               PERFORM PRINT-ITEM-PROVISION
           END-IF.

      * Lower of cost and net realizable value: the stock at cost,
      * less what it is expected to fetch net of selling costs,
      * where that is a loss. No stock, no provision.
       VALUE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-VALUED.
           COMPUTE WS-EXT-COST = WS-SNAP-QTY * WS-SNAP-COST.
           MOVE WS-BREAK-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   ADD WS-EXT-COST TO WS-TOTAL-COST
                   GO TO END-VALUE-ONE-ITEM
           END-READ.
           MOVE IM-ITEM-NAME TO WS-ITEM-NAME.
           IF WS-SNAP-QTY <= 0
               ADD WS-EXT-COST TO WS-TOTAL-COST
               GO TO END-VALUE-ONE-ITEM
           END-IF.
           IF LAYER-FILE-IS-OPEN
               PERFORM COST-ITEM-AT-FIFO THRU END-COST-FIFO
               COMPUTE WS-UNIT-COST ROUNDED =
                       WS-EXT-COST / WS-SNAP-QTY
           END-IF.
           ADD WS-EXT-COST TO WS-TOTAL-COST.

           MOVE IM-UNIT-PRICE TO WS-SELL-PRICE.
           MOVE WS-BREAK-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM FIND-PENDING-PRICE.
           IF WS-PM-FOUND-FLAG = 'Y'
                   AND WS-PM-PRICE(WS-PM-IDX) < WS-SELL-PRICE
               MOVE WS-PM-PRICE(WS-PM-IDX) TO WS-SELL-PRICE
               SET REASON-MARKDOWN TO TRUE
           ELSE
               PERFORM FIND-DEAD-STOCK
               IF WS-DD-FOUND-FLAG = 'Y'
                   COMPUTE WS-SELL-PRICE ROUNDED =
                           WS-SELL-PRICE * (100 - WS-DEAD-PCT) / 100
                   SET REASON-DEAD-STOCK TO TRUE
               END-IF
           END-IF.
           COMPUTE WS-NRV-UNIT ROUNDED =
                   WS-SELL-PRICE * (100 - WS-SELL-PCT) / 100.
           COMPUTE WS-EXT-NRV ROUNDED = WS-SNAP-QTY * WS-NRV-UNIT.

           IF WS-EXT-NRV >= WS-EXT-COST
               MOVE SPACE TO WS-REASON
               GO TO END-VALUE-ONE-ITEM
           END-IF.
           COMPUTE WS-PROVISION = WS-EXT-COST - WS-EXT-NRV.
           ADD 1 TO WS-ITEMS-PROVIDED.
           EVALUATE TRUE
               WHEN REASON-MARKDOWN
                   ADD 1 TO WS-MARKDOWN-COUNT
               WHEN REASON-DEAD-STOCK
                   ADD 1 TO WS-DEAD-COUNT
               WHEN OTHER
                   SET REASON-BELOW-COST TO TRUE
                   ADD 1 TO WS-BELOW-COUNT
           END-EVALUATE.
       END-VALUE-ONE-ITEM.
           CONTINUE.

      * Walks the item's layers oldest-first up to the quantity on
      * the snapshot; stock deeper than the layers cover is costed
      * at the snapshot's average and the item counted.
       COST-ITEM-AT-FIFO.
           MOVE 0 TO WS-EXT-COST.
           MOVE WS-SNAP-QTY TO WS-UNLAYERED-QTY.
           MOVE 'N' TO WS-LAYER-EOF-FLAG.
           MOVE WS-BREAK-ITEM-CODE TO CL-ITEM-CODE.
           MOVE 0 TO CL-RECEIPT-DATE.
           MOVE 0 TO CL-SEQ-NO.
           START COST-LAYER-FILE KEY >= CL-KEY
               INVALID KEY
                   SET IS-LAYER-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-LAYER-EOF OR WS-UNLAYERED-QTY = 0
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       SET IS-LAYER-EOF TO TRUE
                   NOT AT END
                       IF CL-ITEM-CODE NOT = WS-BREAK-ITEM-CODE
                           SET IS-LAYER-EOF TO TRUE
                       ELSE
                           IF CL-QTY-REMAINING > WS-UNLAYERED-QTY
                               COMPUTE WS-EXT-COST = WS-EXT-COST
                                       + WS-UNLAYERED-QTY
                                       * CL-UNIT-COST
                               MOVE 0 TO WS-UNLAYERED-QTY
                           ELSE
                               COMPUTE WS-EXT-COST = WS-EXT-COST
                                       + CL-QTY-REMAINING
                                       * CL-UNIT-COST
                               SUBTRACT CL-QTY-REMAINING FROM
                                       WS-UNLAYERED-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UNLAYERED-QTY > 0
               COMPUTE WS-EXT-COST = WS-EXT-COST
                       + WS-UNLAYERED-QTY * WS-SNAP-COST
               ADD 1 TO WS-UNLAYERED-COUNT
           END-IF.
       END-COST-FIFO.
           CONTINUE.

       WRITE-PROVISION-RECORD.
           MOVE WS-PERIOD TO PV-PERIOD.
           MOVE WS-BREAK-ITEM-CODE TO PV-ITEM-CODE.
           MOVE WS-SNAP-QTY TO PV-STOCK-QTY.
           MOVE WS-UNIT-COST TO PV-UNIT-COST.
           MOVE WS-NRV-UNIT TO PV-NRV-UNIT.
           MOVE WS-PROVISION TO PV-PROVISION.
           MOVE WS-REASON TO PV-REASON.
           MOVE WS-COST-BASIS TO PV-COST-BASIS.
           WRITE PROVISION-RECORD.

       PRINT-ITEM-PROVISION.
           MOVE SPACES TO PROVISION-LINE.
           MOVE WS-BREAK-ITEM-CODE TO PVL-ITEM-CODE.
           MOVE WS-ITEM-NAME TO PVL-ITEM-NAME.
           MOVE WS-SNAP-QTY TO PVL-QTY.
           MOVE WS-UNIT-COST TO PVL-UNIT-COST.
           MOVE WS-NRV-UNIT TO PVL-NRV-UNIT.
           MOVE WS-PROVISION TO PVL-PROVISION.
           MOVE WS-PRIOR-PROVISION TO PVL-PRIOR.
           MOVE WS-MOVEMENT TO PVL-MOVEMENT.
           EVALUATE TRUE
               WHEN NOT ITEM-ON-SNAPSHOT
                   MOVE "NOT HELD" TO PVL-REASON
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN REASON-MARKDOWN
                   MOVE "MARKDOWN" TO PVL-REASON
               WHEN REASON-DEAD-STOCK
                   MOVE "DEAD STOCK" TO PVL-REASON
               WHEN REASON-BELOW-COST
                   MOVE "BELOW COST" TO PVL-REASON
               WHEN OTHER
                   MOVE "RELEASED" TO PVL-REASON
                   ADD 1 TO WS-RELEASED-COUNT
           END-EVALUATE.
           MOVE PROVISION-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-GROUP-SUBTOTAL.
           MOVE WS-CUR-GROUP TO GPL-KEY.
           MOVE SPACES TO GPL-KEY-NAME.
           IF GROUP-FILE-IS-OPEN
               MOVE WS-CUR-GROUP TO GR-GROUP-CODE
               READ GROUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GR-GROUP-NAME TO GPL-KEY-NAME
               END-READ
           END-IF.
           MOVE WS-GT-ITEMS TO GPL-ITEMS.
           MOVE SPACES TO PROVISION-TOTAL-LINE.
           MOVE WS-GROUP-LABEL TO PTL-LABEL.
           MOVE WS-GT-PROVISION TO PTL-PROVISION.
           MOVE WS-GT-PRIOR TO PTL-PRIOR.
           COMPUTE PTL-MOVEMENT = WS-GT-PROVISION - WS-GT-PRIOR.
           MOVE PROVISION-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-GT-ITEMS.
           MOVE 0 TO WS-GT-PROVISION.
           MOVE 0 TO WS-GT-PRIOR.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO PROVISION-TOTAL-LINE.
           MOVE "TOTAL PROVISION" TO PTL-LABEL.
           MOVE WS-TOTAL-PROVISION TO PTL-PROVISION.
           MOVE WS-TOTAL-PRIOR TO PTL-PRIOR.
           MOVE WS-TOTAL-MOVEMENT TO PTL-MOVEMENT.
           MOVE PROVISION-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PROVISION-TOTAL-LINE.
           MOVE "STOCK AT COST" TO PTL-LABEL.
           MOVE WS-TOTAL-COST TO PTL-PROVISION.
           MOVE PROVISION-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PROVISION-TOTAL-LINE.
           MOVE "STOCK AT LOWER OF COST AND NRV" TO PTL-LABEL.
           COMPUTE PTL-PROVISION =
                   WS-TOTAL-COST - WS-TOTAL-PROVISION.
           MOVE PROVISION-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ITEMS VALUED" TO SML-LABEL.
           MOVE WS-ITEMS-VALUED TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "WRITTEN DOWN -- PENDING MARKDOWN" TO SML-LABEL.
           MOVE WS-MARKDOWN-COUNT TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "WRITTEN DOWN -- DEAD STOCK" TO SML-LABEL.
           MOVE WS-DEAD-COUNT TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "WRITTEN DOWN -- SELLING BELOW COST" TO SML-LABEL.
           MOVE WS-BELOW-COUNT TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PROVISION RELEASED IN FULL" TO SML-LABEL.
           MOVE WS-RELEASED-COUNT TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "NOT ON MASTER -- HELD AT COST" TO SML-LABEL.
           MOVE WS-NOT-ON-MASTER TO SML-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           IF FIFO-COSTING
               MOVE "FIFO BEYOND LAYERS -- AVERAGE COST" TO SML-LABEL
               MOVE WS-UNLAYERED-COUNT TO SML-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF.

           MOVE WS-ITEMS-PROVIDED TO WS-TRL-COUNT.
           MOVE WS-TOTAL-MOVEMENT TO WS-TRL-MOVEMENT.
           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "ITEMS WRITTEN DOWN: " WS-TRL-COUNT
                   "  MOVEMENT: " WS-TRL-MOVEMENT
                   DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM NRV-PROV.
