       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-RPT.
       AUTHOR. Jules.
      *
      * Market-basket analysis off the receipt-level sales history,
      * for merchandising's adjacency and mix-and-match decisions.
      * Over a date range and store scope every till receipt
      * (HIST-RECEIPT-NO) is rebuilt as a basket: its sales lines
      * netted item by item against the returns and the void made
      * against it, an item staying in the basket only while units
      * of it are still with the customer. A receipt voided or
      * returned whole leaves no basket and is not counted.
      *
      * The first page gives each store's receipts with the average
      * basket -- distinct items, units and net value (the
      * tax-exclusive HIST-NET-VALUE) -- and the scope overall. Then
      * for item pairs, and again for item-group pairs (the leading
      * two characters of the item code, named off ITEM_GROUP.IDX),
      * every pair bought together on at least the minimum number
      * of receipts is ranked by lift, with:
      *   BOTH     receipts holding both
      *   SUPP%    support, BOTH as a share of all baskets
      *   A>B%     confidence, BOTH as a share of the receipts
      *            holding A (and B>A% the other way round)
      *   LIFT     how much likelier the two are together than
      *            chance, BOTH x baskets / (receipts A x receipts B)
      *            -- above 1.00 they sell together
      *
      * The range defaults to the four weeks (28 days) ending on
      * the business date resolved by BIZ_DATE; FROM-DATE= and
      * TO-DATE= cards on BASKET_RPT.PARM (through the shared
      * PARM_KEYWORD entry) override it. STORE= takes up to twelve
      * store codes separated by commas (no card is every store),
      * MIN-RECEIPTS= the receipts a pair needs to be ranked (5),
      * and TOP= how many pairs each ranking prints (50).
      *
      * Three passes in the way ABC_CLASS chains them: the history
      * sorted into receipts, each basket's items, groups and pairs
      * written to a work file; those sorted and counted; the pairs
      * that qualify ranked. A void is journaled on the day it was
      * keyed, so it is the store and receipt number, not the date,
      * that identify a basket.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT PAIR-WORK-FILE ASSIGN TO DSN-PAIR-WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAIR-WORK.
           SELECT RANK-WORK-FILE ASSIGN TO DSN-RANK-WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RANK-WORK.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT BASKET-SORT-FILE ASSIGN TO "BSKSORT1.TMP".
           SELECT PAIR-SORT-FILE ASSIGN TO "BSKSORT2.TMP".
           SELECT RANK-SORT-FILE ASSIGN TO "BSKSORT3.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

      * One record per item or group in a basket (kind '1'), and
      * per pair of them (kind '2', A before B in code order).
       FD  PAIR-WORK-FILE.
       01  PAIR-WORK-RECORD.
           05  PW-LEVEL             PIC X.
           05  PW-KIND              PIC X.
           05  PW-CODE-A            PIC X(8).
           05  PW-CODE-B            PIC X(8).

      * One record per pair that met the minimum, with its figures.
       FD  RANK-WORK-FILE.
       01  RANK-WORK-RECORD.
           05  RW-LEVEL             PIC X.
           05  RW-LIFT              PIC 9(5)V99.
           05  RW-BOTH              PIC 9(7).
           05  RW-CODE-A            PIC X(8).
           05  RW-CODE-B            PIC X(8).
           05  RW-COUNT-A           PIC 9(7).
           05  RW-COUNT-B           PIC 9(7).
           05  RW-SUPPORT           PIC 9(3)V99.
           05  RW-CONF-AB           PIC 9(3)V9.
           05  RW-CONF-BA           PIC 9(3)V9.

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       SD  BASKET-SORT-FILE.
       01  BASKET-SORT-RECORD.
           05  BS-STORE-CODE        PIC X(4).
           05  BS-RECEIPT-NO        PIC X(8).
           05  BS-ITEM-CODE         PIC X(8).
           05  BS-UNITS             PIC S9(5)V99.
           05  BS-VALUE             PIC S9(9)V99.

       SD  PAIR-SORT-FILE.
       01  PAIR-SORT-RECORD.
           05  PR-KEY.
               10  PR-LEVEL         PIC X.
               10  PR-KIND          PIC X.
               10  PR-CODE-A        PIC X(8).
               10  PR-CODE-B        PIC X(8).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RK-LEVEL             PIC X.
           05  RK-LIFT              PIC 9(5)V99.
           05  RK-BOTH              PIC 9(7).
           05  RK-CODE-A            PIC X(8).
           05  RK-CODE-B            PIC X(8).
           05  RK-COUNT-A           PIC 9(7).
           05  RK-COUNT-B           PIC 9(7).
           05  RK-SUPPORT           PIC 9(3)V99.
           05  RK-CONF-AB           PIC 9(3)V9.
           05  RK-CONF-BA           PIC 9(3)V9.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-PAIR-WORK         PIC X(2).
           05  FS-RANK-WORK         PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-STORE             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-PAIR-WORK     PIC X(35)
              VALUE "data/master_update/BASKET_PAIR.TMP".
           05 DSN-RANK-WORK     PIC X(35)
              VALUE "data/master_update/BASKET_RANK.TMP".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/BASKET_RPT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/BASKET_RPT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-TO-INT                PIC 9(7).
       01  WS-MIN-RECEIPTS          PIC 9(5) VALUE 5.
       01  WS-TOP-PAIRS             PIC 9(4) VALUE 50.
       01  WS-PARM-NUMBER           PIC 9(5).

      * The STORE= scope; no entries means every store.
       01  WS-SCOPE-TABLE.
           05  WS-SCOPE-COUNT       PIC 9(2) VALUE 0.
           05  WS-SCOPE-STORE       PIC X(4) OCCURS 12 TIMES.
       01  WS-SCOPE-PTR             PIC 9(3).
       01  WS-SCOPE-WORK            PIC X(4).
       01  WS-SCOPE-SUB             PIC 9(2).
       01  WS-SCOPE-TEXT            PIC X(60).
       01  WS-IN-SCOPE-FLAG         PIC X.
           88  STORE-IN-SCOPE       VALUE 'Y'.

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-TRAILER           PIC X(132).

       01  STORE-HEADING-LINE.
           05  FILLER               PIC X(27) VALUE "STORE".
           05  FILLER               PIC X(9) VALUE " RECEIPTS".
           05  FILLER               PIC X(10) VALUE " AVG ITEMS".
           05  FILLER               PIC X(10) VALUE " AVG UNITS".
           05  FILLER               PIC X(14) VALUE "     AVG VALUE".
           05  FILLER               PIC X(16) VALUE "     TOTAL VALUE".

       01  PAIR-HEADING-LINE.
           05  FILLER               PIC X(5) VALUE "RANK".
           05  FILLER               PIC X(28) VALUE "ITEM OR GROUP A".
           05  FILLER               PIC X(28) VALUE "ITEM OR GROUP B".
           05  FILLER               PIC X(7) VALUE "   BOTH".
           05  FILLER               PIC X(8) VALUE " RCPTS A".
           05  FILLER               PIC X(8) VALUE " RCPTS B".
           05  FILLER               PIC X(7) VALUE "  SUPP%".
           05  FILLER               PIC X(6) VALUE "  A>B%".
           05  FILLER               PIC X(6) VALUE "  B>A%".
           05  FILLER               PIC X(9) VALUE "     LIFT".

       01  WS-EOF-FLAGS.
           05  WS-HISTORY-EOF       PIC X VALUE 'N'.
               88  IS-HISTORY-EOF   VALUE 'Y'.
           05  WS-SORT1-EOF         PIC X VALUE 'N'.
               88  IS-SORT1-EOF     VALUE 'Y'.
           05  WS-SORT2-EOF         PIC X VALUE 'N'.
               88  IS-SORT2-EOF     VALUE 'Y'.
           05  WS-SORT3-EOF         PIC X VALUE 'N'.
               88  IS-SORT3-EOF     VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-MASTER-IS-OPEN VALUE 'Y'.

      * The receipt being rebuilt -- its items arrive in code
      * order, so a repeat of the last item is netted onto it.
       01  WS-BREAK-STORE           PIC X(4).
       01  WS-BREAK-RECEIPT         PIC X(8).
       01  WS-BASKET-TABLE.
           05  WS-BK-COUNT          PIC 9(3) VALUE 0.
           05  WS-BK-ENTRIES OCCURS 200 TIMES.
               10  WS-BK-ITEM       PIC X(8).
               10  WS-BK-UNITS      PIC S9(7)V99.
       01  WS-BK-KEPT               PIC 9(3).
       01  WS-BK-SUB                PIC 9(3).
       01  WS-PAIR-SUB              PIC 9(3).
       01  WS-PAIR-START            PIC 9(3).
       01  WS-BASKET-CUT-FLAG       PIC X.
           88  BASKET-WAS-CUT       VALUE 'Y'.
       01  WS-RC-UNITS              PIC S9(7)V99.
       01  WS-RC-VALUE              PIC S9(9)V99.
       01  WS-GROUP-TABLE.
           05  WS-GP-COUNT          PIC 9(3) VALUE 0.
           05  WS-GP-CODE           PIC X(2) OCCURS 200 TIMES.

       01  WS-STORE-STATS.
           05  WS-ST-RECEIPTS       PIC 9(7).
           05  WS-ST-ITEMS          PIC 9(9).
           05  WS-ST-UNITS          PIC S9(9)V99.
           05  WS-ST-VALUE          PIC S9(11)V99.
       01  WS-ALL-STATS.
           05  WS-AL-RECEIPTS       PIC 9(7) VALUE 0.
           05  WS-AL-ITEMS          PIC 9(9) VALUE 0.
           05  WS-AL-UNITS          PIC S9(9)V99 VALUE 0.
           05  WS-AL-VALUE          PIC S9(11)V99 VALUE 0.

      * Receipts holding each item and each group, filled in code
      * order as the counting pass meets them so the pairs that
      * follow can be looked up by binary search.
       01  WS-ITEM-COUNT-TABLE.
           05  WS-IC-COUNT          PIC 9(5) VALUE 0.
           05  WS-IC-ENTRIES OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-IC-COUNT
                   ASCENDING KEY IS WS-IC-ITEM
                   INDEXED BY WS-IC-IDX.
               10  WS-IC-ITEM       PIC X(8).
               10  WS-IC-RECEIPTS   PIC 9(7).
       01  WS-GROUP-COUNT-TABLE.
           05  WS-GC-COUNT          PIC 9(3) VALUE 0.
           05  WS-GC-ENTRIES OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GC-COUNT
                   ASCENDING KEY IS WS-GC-GROUP
                   INDEXED BY WS-GC-IDX.
               10  WS-GC-GROUP      PIC X(8).
               10  WS-GC-RECEIPTS   PIC 9(7).

       01  WS-RUN-KEY               PIC X(18).
       01  WS-RUN-KEY-PARTS REDEFINES WS-RUN-KEY.
           05  WS-RUN-LEVEL         PIC X.
           05  WS-RUN-KIND          PIC X.
           05  WS-RUN-CODE-A        PIC X(8).
           05  WS-RUN-CODE-B        PIC X(8).
       01  WS-RUN-COUNT             PIC 9(7).
       01  WS-COUNT-A               PIC 9(7).
       01  WS-COUNT-B               PIC 9(7).

       01  WS-CUR-LEVEL             PIC X VALUE SPACE.
       01  WS-NEW-LEVEL             PIC X.
       01  WS-ITEM-SECTION-FLAG     PIC X VALUE 'N'.
           88  ITEM-SECTION-STARTED VALUE 'Y'.
       01  WS-GROUP-SECTION-FLAG    PIC X VALUE 'N'.
           88  GROUP-SECTION-STARTED VALUE 'Y'.
       01  WS-RANK                  PIC 9(4).

       01  WS-CONTROL-COUNTS.
           05  WS-LINE-COUNT        PIC 9(9) VALUE 0.
           05  WS-NO-RECEIPT-COUNT  PIC 9(9) VALUE 0.
           05  WS-EMPTY-COUNT       PIC 9(7) VALUE 0.
           05  WS-CUT-COUNT         PIC 9(7) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.
           05  WS-ITEM-PAIR-COUNT   PIC 9(7) VALUE 0.
           05  WS-GROUP-PAIR-COUNT  PIC 9(7) VALUE 0.
           05  WS-TABLE-FULL-COUNT  PIC 9(7) VALUE 0.

       01  STORE-BASKET-LINE.
           05  SBL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SBL-STORE-NAME       PIC X(22).
           05  SBL-RECEIPTS         PIC Z(8)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SBL-AVG-ITEMS        PIC Z(5)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SBL-AVG-UNITS        PIC -(5)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SBL-AVG-VALUE        PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SBL-VALUE            PIC -(11)9.99.

       01  PAIR-DETAIL-LINE.
           05  PDL-RANK             PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-CODE-A           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-NAME-A           PIC X(18).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-CODE-B           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-NAME-B           PIC X(18).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-BOTH             PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-COUNT-A          PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-COUNT-B          PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-SUPPORT          PIC ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-CONF-AB          PIC ZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-CONF-BA          PIC ZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PDL-LIFT             PIC Z(4)9.99.

       01  WS-LOOKUP-CODE           PIC X(8).
       01  WS-NAME-WORK             PIC X(25).
       01  WS-EDIT-COUNT            PIC Z(6)9.
       01  WS-EDIT-MIN              PIC Z(4)9.
       01  WS-EDIT-LEAD             PIC 9(2).
       01  WS-SECTION-LINE          PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-BASKET-PARAMETERS.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "BASKET-RPT: FROM-DATE " WS-FROM-DATE
                       " IS AFTER TO-DATE " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-MASTER-IS-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "MARKET BASKET ANALYSIS " WS-FROM-DATE " TO "
                  WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING "STORES: " WS-SCOPE-TEXT
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE STORE-HEADING-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT BASKET-SORT-FILE
               ON ASCENDING KEY BS-STORE-CODE BS-RECEIPT-NO
                                BS-ITEM-CODE
               INPUT PROCEDURE IS GATHER-RANGE-HISTORY
               OUTPUT PROCEDURE IS BUILD-BASKETS.

           SORT PAIR-SORT-FILE
               ON ASCENDING KEY PR-LEVEL PR-KIND PR-CODE-A PR-CODE-B
               USING PAIR-WORK-FILE
               OUTPUT PROCEDURE IS COUNT-PAIRS.

           SORT RANK-SORT-FILE
               ON DESCENDING KEY RK-LEVEL RK-LIFT RK-BOTH
               ON ASCENDING KEY RK-CODE-A RK-CODE-B
               USING RANK-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-RANKED-PAIRS.

           DISPLAY "BASKET-RPT TOTALS -- RANGE: " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   " STORES: " WS-STORE-COUNT
                   " BASKETS: " WS-AL-RECEIPTS
                   " ITEM PAIRS: " WS-ITEM-PAIR-COUNT
                   " GROUP PAIRS: " WS-GROUP-PAIR-COUNT.
           IF WS-NO-RECEIPT-COUNT > 0
               DISPLAY "BASKET-RPT: " WS-NO-RECEIPT-COUNT
                       " HISTORY LINES CARRY NO RECEIPT NUMBER AND "
                       "WERE LEFT OUT."
           END-IF.
           IF WS-CUT-COUNT > 0
               DISPLAY "BASKET-RPT WARNING: " WS-CUT-COUNT
                       " RECEIPTS HELD MORE THAN 200 ITEMS; THE "
                       "ITEMS BEYOND ARE LEFT OUT OF THE PAIRS."
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "BASKET-RPT WARNING: COUNT TABLE FULL, "
                       WS-TABLE-FULL-COUNT " ITEMS OR GROUPS LEFT "
                       "OUT OF THE RANKINGS."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-AL-RECEIPTS = 0
               DISPLAY "BASKET-RPT WARNING: NO RECEIPTS IN THE "
                       "RANGE AND SCOPE."
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "BASKETS: " WS-AL-RECEIPTS
                  "  ITEM PAIRS: " WS-ITEM-PAIR-COUNT
                  "  GROUP PAIRS: " WS-GROUP-PAIR-COUNT
                  "  VOIDED/RETURNED: " WS-EMPTY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           IF STORE-MASTER-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           STOP RUN.

       READ-BASKET-PARAMETERS.
           MOVE WS-PROC-DATE TO WS-TO-DATE.
           MOVE "TO-DATE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-TO-DATE
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TO-INT - 27).
           MOVE "FROM-DATE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-FROM-DATE
           END-IF.

           MOVE "MIN-RECEIPTS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               MOVE WS-PARM-NUMBER TO WS-MIN-RECEIPTS
           END-IF.
           IF WS-MIN-RECEIPTS = 0
               MOVE 1 TO WS-MIN-RECEIPTS
           END-IF.
           MOVE "TOP" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10000
                   MOVE WS-PARM-NUMBER TO WS-TOP-PAIRS
               END-IF
           END-IF.

           MOVE "ALL" TO WS-SCOPE-TEXT.
           MOVE "STORE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE NOT = SPACES
               MOVE 1 TO WS-SCOPE-PTR
               PERFORM UNTIL WS-SCOPE-PTR > 60
                       OR WS-SCOPE-COUNT = 12
                   MOVE SPACES TO WS-SCOPE-WORK
                   UNSTRING WS-KW-VALUE DELIMITED BY "," OR ALL SPACE
                       INTO WS-SCOPE-WORK
                       WITH POINTER WS-SCOPE-PTR
                   END-UNSTRING
                   IF WS-SCOPE-WORK NOT = SPACES
                       ADD 1 TO WS-SCOPE-COUNT
                       MOVE WS-SCOPE-WORK TO
                               WS-SCOPE-STORE(WS-SCOPE-COUNT)
                   END-IF
               END-PERFORM
               IF WS-SCOPE-COUNT > 0
                   MOVE WS-KW-VALUE TO WS-SCOPE-TEXT
               END-IF
           END-IF.

      * Every receipted sale, return and void in the range and the
      * store scope, signed so that netting a receipt's lines
      * leaves what the customer kept.
       GATHER-RANGE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "BASKET-RPT WARNING: NO HISTORY FILE ON DISK."
           ELSE
               PERFORM UNTIL IS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET IS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HIST-TRAN-DATE >= WS-FROM-DATE
                                   AND HIST-TRAN-DATE <= WS-TO-DATE
                               PERFORM RELEASE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       RELEASE-HISTORY-LINE.
           PERFORM CHECK-STORE-SCOPE.
           IF STORE-IN-SCOPE
               IF HIST-RECEIPT-NO = SPACES
                   ADD 1 TO WS-NO-RECEIPT-COUNT
               ELSE
                   MOVE HIST-STORE-CODE TO BS-STORE-CODE
                   MOVE HIST-RECEIPT-NO TO BS-RECEIPT-NO
                   MOVE HIST-ITEM-CODE TO BS-ITEM-CODE
                   MOVE HIST-QTY TO BS-UNITS
                   IF BS-UNITS < 0
                       COMPUTE BS-UNITS = BS-UNITS * -1
                   END-IF
                   MOVE HIST-NET-VALUE TO BS-VALUE
                   EVALUATE HIST-TRAN-TYPE
                       WHEN 'S'
                           ADD 1 TO WS-LINE-COUNT
                           RELEASE BASKET-SORT-RECORD
                       WHEN 'R'
                       WHEN 'V'
                           COMPUTE BS-UNITS = BS-UNITS * -1
                           COMPUTE BS-VALUE = BS-VALUE * -1
                           ADD 1 TO WS-LINE-COUNT
                           RELEASE BASKET-SORT-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-STORE-SCOPE.
           IF WS-SCOPE-COUNT = 0
               SET STORE-IN-SCOPE TO TRUE
           ELSE
               MOVE 'N' TO WS-IN-SCOPE-FLAG
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                       UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
                   IF WS-SCOPE-STORE(WS-SCOPE-SUB) = HIST-STORE-CODE
                       SET STORE-IN-SCOPE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Receipt by receipt within each store: the basket is netted,
      * written to the pair work file, and counted into the store's
      * figures, which print as the store ends.
       BUILD-BASKETS.
           OPEN OUTPUT PAIR-WORK-FILE.
           PERFORM RETURN-BASKET-LINE.
           PERFORM UNTIL IS-SORT1-EOF
               MOVE BS-STORE-CODE TO WS-BREAK-STORE
               MOVE 0 TO WS-ST-RECEIPTS WS-ST-ITEMS WS-ST-UNITS
                         WS-ST-VALUE
               PERFORM UNTIL IS-SORT1-EOF
                       OR BS-STORE-CODE NOT = WS-BREAK-STORE
                   MOVE BS-RECEIPT-NO TO WS-BREAK-RECEIPT
                   MOVE 0 TO WS-BK-COUNT WS-RC-UNITS WS-RC-VALUE
                   MOVE 'N' TO WS-BASKET-CUT-FLAG
                   PERFORM UNTIL IS-SORT1-EOF
                           OR BS-STORE-CODE NOT = WS-BREAK-STORE
                           OR BS-RECEIPT-NO NOT = WS-BREAK-RECEIPT
                       PERFORM ADD-TO-BASKET
                       PERFORM RETURN-BASKET-LINE
                   END-PERFORM
                   PERFORM CLOSE-BASKET
               END-PERFORM
               PERFORM PRINT-STORE-LINE
           END-PERFORM.
           CLOSE PAIR-WORK-FILE.
           PERFORM PRINT-SCOPE-LINE.

       RETURN-BASKET-LINE.
           RETURN BASKET-SORT-FILE
               AT END
                   SET IS-SORT1-EOF TO TRUE
           END-RETURN.

       ADD-TO-BASKET.
           ADD BS-UNITS TO WS-RC-UNITS.
           ADD BS-VALUE TO WS-RC-VALUE.
           IF WS-BK-COUNT > 0
                   AND WS-BK-ITEM(WS-BK-COUNT) = BS-ITEM-CODE
               ADD BS-UNITS TO WS-BK-UNITS(WS-BK-COUNT)
           ELSE
               IF WS-BK-COUNT < 200
                   ADD 1 TO WS-BK-COUNT
                   MOVE BS-ITEM-CODE TO WS-BK-ITEM(WS-BK-COUNT)
                   MOVE BS-UNITS TO WS-BK-UNITS(WS-BK-COUNT)
               ELSE
                   SET BASKET-WAS-CUT TO TRUE
               END-IF
           END-IF.

      * Only the items the customer still holds stay in the basket;
      * a receipt left with none was voided or returned whole.
       CLOSE-BASKET.
           MOVE 0 TO WS-BK-KEPT.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               IF WS-BK-UNITS(WS-BK-SUB) > 0
                   ADD 1 TO WS-BK-KEPT
                   MOVE WS-BK-ENTRIES(WS-BK-SUB) TO
                           WS-BK-ENTRIES(WS-BK-KEPT)
               END-IF
           END-PERFORM.
           IF WS-BK-KEPT = 0
               ADD 1 TO WS-EMPTY-COUNT
           ELSE
               IF BASKET-WAS-CUT
                   ADD 1 TO WS-CUT-COUNT
               END-IF
               ADD 1 TO WS-ST-RECEIPTS
               ADD WS-BK-KEPT TO WS-ST-ITEMS
               ADD WS-RC-UNITS TO WS-ST-UNITS
               ADD WS-RC-VALUE TO WS-ST-VALUE
               PERFORM WRITE-BASKET-ITEMS
               PERFORM WRITE-BASKET-GROUPS
           END-IF.

       WRITE-BASKET-ITEMS.
           MOVE 'I' TO PW-LEVEL.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-KEPT
               MOVE '1' TO PW-KIND
               MOVE WS-BK-ITEM(WS-BK-SUB) TO PW-CODE-A
               MOVE SPACES TO PW-CODE-B
               WRITE PAIR-WORK-RECORD
               COMPUTE WS-PAIR-START = WS-BK-SUB + 1
               MOVE '2' TO PW-KIND
               PERFORM VARYING WS-PAIR-SUB FROM WS-PAIR-START BY 1
                       UNTIL WS-PAIR-SUB > WS-BK-KEPT
                   MOVE WS-BK-ITEM(WS-PAIR-SUB) TO PW-CODE-B
                   WRITE PAIR-WORK-RECORD
               END-PERFORM
           END-PERFORM.

      * The basket's items are in code order, so their groups come
      * out in order too and each is taken once.
       WRITE-BASKET-GROUPS.
           MOVE 0 TO WS-GP-COUNT.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-KEPT
               IF WS-GP-COUNT = 0
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-BK-ITEM(WS-BK-SUB)(1:2) TO
                           WS-GP-CODE(WS-GP-COUNT)
               ELSE
                   IF WS-BK-ITEM(WS-BK-SUB)(1:2) NOT =
                           WS-GP-CODE(WS-GP-COUNT)
                       ADD 1 TO WS-GP-COUNT
                       MOVE WS-BK-ITEM(WS-BK-SUB)(1:2) TO
                               WS-GP-CODE(WS-GP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'G' TO PW-LEVEL.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-GP-COUNT
               MOVE '1' TO PW-KIND
               MOVE WS-GP-CODE(WS-BK-SUB) TO PW-CODE-A
               MOVE SPACES TO PW-CODE-B
               WRITE PAIR-WORK-RECORD
               COMPUTE WS-PAIR-START = WS-BK-SUB + 1
               MOVE '2' TO PW-KIND
               PERFORM VARYING WS-PAIR-SUB FROM WS-PAIR-START BY 1
                       UNTIL WS-PAIR-SUB > WS-GP-COUNT
                   MOVE WS-GP-CODE(WS-PAIR-SUB) TO PW-CODE-B
                   WRITE PAIR-WORK-RECORD
               END-PERFORM
           END-PERFORM.

       PRINT-STORE-LINE.
           IF WS-ST-RECEIPTS > 0
               ADD 1 TO WS-STORE-COUNT
               ADD WS-ST-RECEIPTS TO WS-AL-RECEIPTS
               ADD WS-ST-ITEMS TO WS-AL-ITEMS
               ADD WS-ST-UNITS TO WS-AL-UNITS
               ADD WS-ST-VALUE TO WS-AL-VALUE
               MOVE WS-BREAK-STORE TO SBL-STORE-CODE
               MOVE SPACES TO SBL-STORE-NAME
               IF STORE-MASTER-IS-OPEN
                   MOVE WS-BREAK-STORE TO ST-STORE-CODE
                   READ STORE-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON STORE MASTER)" TO
                                   SBL-STORE-NAME
                       NOT INVALID KEY
                           MOVE ST-STORE-NAME TO SBL-STORE-NAME
                   END-READ
               END-IF
               MOVE WS-ST-RECEIPTS TO SBL-RECEIPTS
               COMPUTE SBL-AVG-ITEMS ROUNDED =
                       WS-ST-ITEMS / WS-ST-RECEIPTS
               COMPUTE SBL-AVG-UNITS ROUNDED =
                       WS-ST-UNITS / WS-ST-RECEIPTS
               COMPUTE SBL-AVG-VALUE ROUNDED =
                       WS-ST-VALUE / WS-ST-RECEIPTS
               MOVE WS-ST-VALUE TO SBL-VALUE
               MOVE STORE-BASKET-LINE TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SCOPE-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SBL-STORE-CODE.
           MOVE "ALL STORES IN SCOPE" TO SBL-STORE-NAME.
           MOVE WS-AL-RECEIPTS TO SBL-RECEIPTS.
           IF WS-AL-RECEIPTS > 0
               COMPUTE SBL-AVG-ITEMS ROUNDED =
                       WS-AL-ITEMS / WS-AL-RECEIPTS
               COMPUTE SBL-AVG-UNITS ROUNDED =
                       WS-AL-UNITS / WS-AL-RECEIPTS
               COMPUTE SBL-AVG-VALUE ROUNDED =
                       WS-AL-VALUE / WS-AL-RECEIPTS
           ELSE
               MOVE 0 TO SBL-AVG-ITEMS SBL-AVG-UNITS SBL-AVG-VALUE
           END-IF.
           MOVE WS-AL-VALUE TO SBL-VALUE.
           MOVE STORE-BASKET-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EMPTY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING "RECEIPTS VOIDED OR RETURNED WHOLE, NOT COUNTED: "
                  WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

      * Each run of equal records is one item, group or pair and
      * the receipts holding it. The singles sort ahead of the
      * pairs at each level, so both halves of a pair are on the
      * count tables by the time the pair arrives.
       COUNT-PAIRS.
           OPEN OUTPUT RANK-WORK-FILE.
           PERFORM RETURN-PAIR-RECORD.
           PERFORM UNTIL IS-SORT2-EOF
               MOVE PR-KEY TO WS-RUN-KEY
               MOVE 0 TO WS-RUN-COUNT
               PERFORM UNTIL IS-SORT2-EOF OR PR-KEY NOT = WS-RUN-KEY
                   ADD 1 TO WS-RUN-COUNT
                   PERFORM RETURN-PAIR-RECORD
               END-PERFORM
               IF WS-RUN-KIND = '1'
                   PERFORM KEEP-SINGLE-COUNT
               ELSE
                   IF WS-RUN-COUNT >= WS-MIN-RECEIPTS
                       PERFORM RATE-ONE-PAIR THRU END-RATE-ONE-PAIR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RANK-WORK-FILE.

       RETURN-PAIR-RECORD.
           RETURN PAIR-SORT-FILE
               AT END
                   SET IS-SORT2-EOF TO TRUE
           END-RETURN.

       KEEP-SINGLE-COUNT.
           IF WS-RUN-LEVEL = 'I'
               IF WS-IC-COUNT < 5000
                   ADD 1 TO WS-IC-COUNT
                   MOVE WS-RUN-CODE-A TO WS-IC-ITEM(WS-IC-COUNT)
                   MOVE WS-RUN-COUNT TO WS-IC-RECEIPTS(WS-IC-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           ELSE
               IF WS-GC-COUNT < 500
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-RUN-CODE-A TO WS-GC-GROUP(WS-GC-COUNT)
                   MOVE WS-RUN-COUNT TO WS-GC-RECEIPTS(WS-GC-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       RATE-ONE-PAIR.
           MOVE 0 TO WS-COUNT-A WS-COUNT-B.
           IF WS-RUN-LEVEL = 'I'
               SEARCH ALL WS-IC-ENTRIES
                   WHEN WS-IC-ITEM(WS-IC-IDX) = WS-RUN-CODE-A
                       MOVE WS-IC-RECEIPTS(WS-IC-IDX) TO WS-COUNT-A
               END-SEARCH
               SEARCH ALL WS-IC-ENTRIES
                   WHEN WS-IC-ITEM(WS-IC-IDX) = WS-RUN-CODE-B
                       MOVE WS-IC-RECEIPTS(WS-IC-IDX) TO WS-COUNT-B
               END-SEARCH
           ELSE
               SEARCH ALL WS-GC-ENTRIES
                   WHEN WS-GC-GROUP(WS-GC-IDX) = WS-RUN-CODE-A
                       MOVE WS-GC-RECEIPTS(WS-GC-IDX) TO WS-COUNT-A
               END-SEARCH
               SEARCH ALL WS-GC-ENTRIES
                   WHEN WS-GC-GROUP(WS-GC-IDX) = WS-RUN-CODE-B
                       MOVE WS-GC-RECEIPTS(WS-GC-IDX) TO WS-COUNT-B
               END-SEARCH
           END-IF.
      * A half left off a full count table cannot be rated.
           IF WS-COUNT-A = 0 OR WS-COUNT-B = 0
               GO TO END-RATE-ONE-PAIR
           END-IF.
           MOVE WS-RUN-LEVEL TO RW-LEVEL.
           MOVE WS-RUN-CODE-A TO RW-CODE-A.
           MOVE WS-RUN-CODE-B TO RW-CODE-B.
           MOVE WS-RUN-COUNT TO RW-BOTH.
           MOVE WS-COUNT-A TO RW-COUNT-A.
           MOVE WS-COUNT-B TO RW-COUNT-B.
           COMPUTE RW-SUPPORT ROUNDED =
                   WS-RUN-COUNT * 100 / WS-AL-RECEIPTS.
           COMPUTE RW-CONF-AB ROUNDED =
                   WS-RUN-COUNT * 100 / WS-COUNT-A.
           COMPUTE RW-CONF-BA ROUNDED =
                   WS-RUN-COUNT * 100 / WS-COUNT-B.
           COMPUTE RW-LIFT ROUNDED =
                   WS-RUN-COUNT * WS-AL-RECEIPTS
                   / (WS-COUNT-A * WS-COUNT-B)
               ON SIZE ERROR
                   MOVE 99999.99 TO RW-LIFT
           END-COMPUTE.
           WRITE RANK-WORK-RECORD.
           IF WS-RUN-LEVEL = 'I'
               ADD 1 TO WS-ITEM-PAIR-COUNT
           ELSE
               ADD 1 TO WS-GROUP-PAIR-COUNT
           END-IF.
       END-RATE-ONE-PAIR.
           CONTINUE.

      * Item pairs ('I') sort ahead of group pairs ('G'), each
      * ranking on a page of its own; a ranking with nothing to
      * show still prints, saying so.
       PRINT-RANKED-PAIRS.
           PERFORM UNTIL IS-SORT3-EOF
               RETURN RANK-SORT-FILE
                   AT END
                       SET IS-SORT3-EOF TO TRUE
                   NOT AT END
                       IF RK-LEVEL NOT = WS-CUR-LEVEL
                           MOVE RK-LEVEL TO WS-NEW-LEVEL
                           PERFORM START-RANKING
                       END-IF
                       IF WS-RANK < WS-TOP-PAIRS
                           PERFORM PRINT-ONE-PAIR
                       END-IF
               END-RETURN
           END-PERFORM.
           IF NOT ITEM-SECTION-STARTED
               MOVE 'I' TO WS-NEW-LEVEL
               PERFORM START-RANKING
           END-IF.
           IF NOT GROUP-SECTION-STARTED
               MOVE 'G' TO WS-NEW-LEVEL
               PERFORM START-RANKING
           END-IF.

      * Reaching the group pairs with no item pair seen prints the
      * empty item ranking first, keeping the two in their order.
       START-RANKING.
           IF WS-NEW-LEVEL = 'G' AND NOT ITEM-SECTION-STARTED
               MOVE 'I' TO WS-CUR-LEVEL
               PERFORM PRINT-RANKING-HEAD
               MOVE "NO ITEM PAIR MET THE MINIMUM RECEIPTS." TO
                       WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-NEW-LEVEL TO WS-CUR-LEVEL.
           PERFORM PRINT-RANKING-HEAD.
           IF IS-SORT3-EOF
               IF WS-NEW-LEVEL = 'I'
                   MOVE "NO ITEM PAIR MET THE MINIMUM RECEIPTS." TO
                           WS-RPT-TEXT
               ELSE
                   MOVE "NO GROUP PAIR MET THE MINIMUM RECEIPTS." TO
                           WS-RPT-TEXT
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-RANKING-HEAD.
           MOVE 0 TO WS-RANK.
           MOVE WS-MIN-RECEIPTS TO WS-EDIT-MIN.
           MOVE 0 TO WS-EDIT-LEAD.
           INSPECT WS-EDIT-MIN TALLYING WS-EDIT-LEAD FOR LEADING SPACE.
           MOVE SPACES TO WS-RPT-TITLE.
           IF WS-CUR-LEVEL = 'I'
               SET ITEM-SECTION-STARTED TO TRUE
               STRING "ITEM PAIRS BY LIFT, ON AT LEAST "
                      WS-EDIT-MIN(WS-EDIT-LEAD + 1:) " RECEIPTS"
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           ELSE
               SET GROUP-SECTION-STARTED TO TRUE
               STRING "GROUP PAIRS BY LIFT, ON AT LEAST "
                      WS-EDIT-MIN(WS-EDIT-LEAD + 1:) " RECEIPTS"
                   DELIMITED BY SIZE INTO WS-RPT-TITLE
           END-IF.
           MOVE 'R' TO WS-RPT-ACTION.
           MOVE PAIR-HEADING-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'P' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       PRINT-ONE-PAIR.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO PDL-RANK.
           MOVE RK-CODE-A TO PDL-CODE-A.
           MOVE RK-CODE-A TO WS-LOOKUP-CODE.
           PERFORM LOOK-UP-NAME.
           MOVE WS-NAME-WORK TO PDL-NAME-A.
           MOVE RK-CODE-B TO PDL-CODE-B.
           MOVE RK-CODE-B TO WS-LOOKUP-CODE.
           PERFORM LOOK-UP-NAME.
           MOVE WS-NAME-WORK TO PDL-NAME-B.
           MOVE RK-BOTH TO PDL-BOTH.
           MOVE RK-COUNT-A TO PDL-COUNT-A.
           MOVE RK-COUNT-B TO PDL-COUNT-B.
           MOVE RK-SUPPORT TO PDL-SUPPORT.
           MOVE RK-CONF-AB TO PDL-CONF-AB.
           MOVE RK-CONF-BA TO PDL-CONF-BA.
           MOVE RK-LIFT TO PDL-LIFT.
           MOVE PAIR-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-NAME-WORK.
           IF WS-CUR-LEVEL = 'I'
               IF ITEM-MASTER-IS-OPEN
                   MOVE WS-LOOKUP-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON MASTER)" TO WS-NAME-WORK
                       NOT INVALID KEY
                           MOVE IM-ITEM-NAME TO WS-NAME-WORK
                   END-READ
               END-IF
           ELSE
               IF GROUP-FILE-IS-OPEN
                   MOVE WS-LOOKUP-CODE(1:2) TO GR-GROUP-CODE
                   READ GROUP-FILE
                       INVALID KEY
                           MOVE "(NOT ON GROUP FILE)" TO WS-NAME-WORK
                       NOT INVALID KEY
                           MOVE GR-GROUP-NAME TO WS-NAME-WORK
                   END-READ
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM BASKET-RPT.
