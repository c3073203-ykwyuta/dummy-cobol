      * topped up from the same supplier's next-nearest-reorder
      * items until the minimum is met -- the items purchasing
      * would add by hand when the rep says the order is under.
      * A suggestion is only that: PO_RAISE turns the ones
      * purchasing approves into numbered purchase orders, and
      * re-stamps their "SUGGESTED" commitments with the PO number.
      * Items with no supplier on file land on their own exception
      * page of the listing rather than in anyone's group.
      *
      * Where the item is on the supplier catalogue
      * (SUPP_CATALOG.IDX, CAT_MAINT) the order goes to the
      * best-ranked supplier still active on SUPPLIER.IDX -- the
      * primary, or the secondary when the primary has been
      * deactivated -- and is priced at that supplier's catalogue
      * cost in force today. An item not on the catalogue, or with
      * no active supplier there, is ordered from its preferred
      * supplier at its master unit cost as before.
      *
      * Suppliers sell to us in cases: every proposal (top-ups too)
      * is rounded up to whole purchase units of the item's
      * chosen supplier from PACK_SIZE.IDX (PACK_MAINT), and the
      * purchase unit and case pack travel on the suggestion so the
      * PO can be printed in cases. Quantities stay in selling
      * units; an item with no pack on file is ordered singly.
      *
      * With FORECAST=Y on the same parameter file the item's
      * company-wide weekly forecast (FORECAST.DAT, FCST_BUILD)
      * stands in for its keyed reorder figures: the reorder point
      * becomes the forecast demand over the chosen supplier's lead
      * time plus SAFETY-DAYS (default 7), and the order quantity
      * the forecast demand over the COVER-DAYS (default 14) after
      * the order would arrive -- REORDER_CALC's formula, with the
      * forecast in place of its flat average. Days past the
      * forecast's horizon run at its last week's rate. Items with
      * no forecast, and items whose keyed reorder point is zero
      * (a human's decision not to reorder), keep the master's
      * figures. Forecast-driven proposals are marked FCST on the
      * group listing.
      *
      * An item in sell-through (lifecycle 'S', or 'R' replaced by a
      * successor) is never proposed, nor used to top a group up:
      * its remaining stock is being sold off, not replenished.
      *
      * Buying is held against the open-to-buy left for the item's
      * group this month (OTB.IDX, worked out nightly by OTB_CALC
      * ahead of this run), each proposal and top-up taking its
      * cost off what is left as it is accepted. One that would
      * take the group past it is marked OVER OTB on the group
      * listing, or with OTB=HOLD on the parameter file held back
      * altogether -- not proposed, not committed, and listed on a
      * page of its own. A group with no open-to-buy for the month
      * is not controlled, nor is anything when OTB.IDX is missing.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT CATALOG-FILE ASSIGN TO DSN-CATALOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS FS-CATALOG.
           SELECT PACK-FILE ASSIGN TO DSN-PACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS FS-PACK.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT GROUP-LIST-FILE ASSIGN TO DSN-GROUP-LIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GROUP-LIST.
           SELECT FORECAST-FILE ASSIGN TO DSN-FORECAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST.
           SELECT OTB-FILE ASSIGN TO DSN-OTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-KEY
               FILE STATUS IS FS-OTB.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  CATALOG-FILE.
           COPY "SUPPCAT.CPY".

       FD  PACK-FILE.
           COPY "PACKREC.CPY".

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

      * Written grouped by supplier, the no-supplier exceptions
      * last.
       FD  SUGGEST-FILE.
           COPY "SUGGREC.CPY".

       FD  GROUP-LIST-FILE.
       01  GROUP-LIST-RECORD        PIC X(110).

      * Company-wide lines (blank store) come first, in item order.
       FD  FORECAST-FILE.
           COPY "FCSTREC.CPY".

       FD  OTB-FILE.
           COPY "OTBREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ITEM              PIC X(2).
           05  FS-NEW-ON-ORDER      PIC X(2).
           05  FS-SUGGEST           PIC X(2).
           05  FS-GROUP-LIST        PIC X(2).
           05  FS-PACK              PIC X(2).
           05  FS-CATALOG           PIC X(2).
           05  FS-FORECAST          PIC X(2).
           05  FS-OTB               PIC X(2).

       01  DSN-FIELDS.
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/SUGGEST_PO.DAT".
           05 DSN-GROUP-LIST    PIC X(33)
              VALUE "data/master_update/PO_GROUPS.LST".
           05 DSN-PACK          PIC X(32)
              VALUE "data/master_update/PACK_SIZE.IDX".
           05 DSN-CATALOG       PIC X(35)
              VALUE "data/master_update/SUPP_CATALOG.IDX".
           05 DSN-FORECAST      PIC X(31)
              VALUE "data/master_update/FORECAST.DAT".
           05 DSN-OTB           PIC X(26)
              VALUE "data/master_update/OTB.IDX".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/PO_SUGGEST.PARM".
       01  WS-KW-FOUND              PIC X(1).
       01  WS-TOPUP-FLAG            PIC X VALUE 'N'.
           88  TOPUP-SHORT-GROUPS   VALUE 'Y'.
       01  WS-USE-FORECAST-FLAG     PIC X VALUE 'N'.
           88  USE-FORECAST         VALUE 'Y'.
       01  WS-SAFETY-DAYS           PIC 9(3) VALUE 7.
       01  WS-COVER-DAYS            PIC 9(3) VALUE 14.
       01  WS-PARM-NUMBER           PIC 9(3).
       01  WS-OTB-HOLD-FLAG         PIC X VALUE 'N'.
           88  HOLD-OVER-OTB        VALUE 'Y'.

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
           88  IS-SUPPLIER-EOF      VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PACK-OPEN-FLAG        PIC X VALUE 'N'.
           88  PACK-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-PURCH-UOM             PIC X(4).
       01  WS-CASE-PACK             PIC 9(4).
       01  WS-CASES                 PIC 9(5).
       01  WS-ROUNDED-QTY           PIC 9(5).
       01  WS-CAT-OPEN-FLAG         PIC X VALUE 'N'.
           88  CATALOG-IS-OPEN      VALUE 'Y'.
       01  WS-CAT-EOF-FLAG          PIC X.
           88  IS-CAT-EOF           VALUE 'Y'.
       01  WS-FCST-OPEN-FLAG        PIC X VALUE 'N'.
           88  FORECAST-IS-OPEN     VALUE 'Y'.
       01  WS-FCST-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-FCST-EOF          VALUE 'Y'.
       01  WS-OTB-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-OTB-EOF           VALUE 'Y'.

      * The reorder point and quantity the item in hand is judged
      * by -- the master's, or the forecast's when one stands in.
       01  WS-ITEM-POINT            PIC 9(5).
       01  WS-ITEM-QTY              PIC 9(5).
       01  WS-ITEM-FCST-FLAG        PIC X.
           88  ITEM-FROM-FORECAST   VALUE 'Y'.

      * The forecast demand windows, as integer dates: the lead
      * time plus safety days from tomorrow, then the cover days
      * after the order would arrive.
       01  WS-RUN-INT               PIC 9(7).
       01  WS-LEAD-DAYS             PIC 9(3).
       01  WS-POINT-FROM-INT        PIC 9(7).
       01  WS-POINT-TO-INT          PIC 9(7).
       01  WS-COVER-FROM-INT        PIC 9(7).
       01  WS-COVER-TO-INT          PIC 9(7).
       01  WS-WIN-FROM-INT          PIC 9(7).
       01  WS-WIN-TO-INT            PIC 9(7).
       01  WS-OV-FROM-INT           PIC 9(7).
       01  WS-OV-TO-INT             PIC 9(7).
       01  WS-WK-START-INT          PIC 9(7).
       01  WS-WK-QTY                PIC 9(7)V99.
       01  WS-LAST-WK-END-INT       PIC 9(7).
       01  WS-WIN-DEMAND            PIC 9(9)V9(4).
       01  WS-POINT-DEMAND          PIC 9(9)V9(4).
       01  WS-COVER-DEMAND          PIC 9(9)V9(4).

      * The supplier and unit cost the item in hand is ordered from
      * and at, settled by CHOOSE-SUPPLIER.
       01  WS-CHOSEN-SUPPLIER       PIC X(4).
       01  WS-CHOSEN-COST           PIC 9(7)V99.
       01  WS-BEST-RANK             PIC 9.

      * The item's catalogue entries in force today, one per
      * supplier -- a later effective date replaces an earlier one.
       01  WS-ITEM-CAT-TABLE.
           05  WS-IC-COUNT          PIC 9(2) VALUE 0.
           05  WS-IC-ENTRIES OCCURS 20 TIMES.
               10  WS-IC-SUPPLIER   PIC X(4).
               10  WS-IC-RANK       PIC 9.
               10  WS-IC-COST       PIC 9(7)V99.
       01  WS-IC-SCAN-IDX           PIC 9(2).
       01  WS-IC-BEST-IDX           PIC 9(2).

      * Outstanding commitments, loaded up front and extended with
      * tonight's proposals -- the same find-or-add table technique
               10  WS-SU-CODE       PIC X(4).
               10  WS-SU-NAME       PIC X(25).
               10  WS-SU-MIN-VALUE  PIC 9(7)V99.
               10  WS-SU-ACTIVE     PIC X.
               10  WS-SU-LEAD-DAYS  PIC 9(3).
       01  WS-SU-SCAN-IDX           PIC 9(3).

      * Tonight's proposals, held for the grouping pass.
               10  WS-PP-SUPPLIER   PIC X(4).
               10  WS-PP-QTY        PIC 9(5).
               10  WS-PP-COST       PIC 9(9)V99.
               10  WS-PP-PURCH-UOM  PIC X(4).
               10  WS-PP-CASE-PACK  PIC 9(4).
               10  WS-PP-FCST-FLAG  PIC X.
               10  WS-PP-OTB-FLAG   PIC X.
       01  WS-PP-SCAN-IDX           PIC 9(3).

      * This month's open-to-buy left per item group, reduced as
      * proposals are accepted against it.
       01  WS-OTB-TABLE.
           05  WS-OB-COUNT          PIC 9(3) VALUE 0.
           05  WS-OB-ENTRIES OCCURS 200 TIMES
                   INDEXED BY WS-OB-IDX.
               10  WS-OB-GROUP      PIC X(2).
               10  WS-OB-REMAINING  PIC S9(11)V99.
       01  WS-RUN-MONTH             PIC 9(6).
      * The proposal in hand, judged by CHECK-OPEN-TO-BUY.
       01  WS-OTB-ITEM              PIC X(8).
       01  WS-OTB-SUPPLIER          PIC X(4).
       01  WS-OTB-QTY               PIC 9(5).
       01  WS-OTB-GROUP             PIC X(2).
       01  WS-OTB-COST              PIC 9(9)V99.
       01  WS-OTB-RESULT            PIC X.
           88  OTB-WITHIN           VALUE 'W'.
           88  OTB-OVER-FLAGGED     VALUE 'F'.
           88  OTB-HELD-BACK        VALUE 'H'.

      * Proposals held back for open-to-buy, for their own page.
       01  WS-HELD-TABLE.
           05  WS-HB-COUNT          PIC 9(3) VALUE 0.
           05  WS-HB-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-HB-IDX.
               10  WS-HB-ITEM       PIC X(8).
               10  WS-HB-SUPPLIER   PIC X(4).
               10  WS-HB-QTY        PIC 9(5).
               10  WS-HB-COST       PIC 9(9)V99.
               10  WS-HB-LEFT       PIC S9(11)V99.

      * Healthy items of each supplier, nearest their reorder point
      * first in line when a group needs topping up.
       01  WS-CAND-TABLE.
               10  WS-CN-UNIT-COST  PIC 9(7)V99.
               10  WS-CN-NEARNESS   PIC S9(7)V99.
               10  WS-CN-USED-FLAG  PIC X.
               10  WS-CN-PURCH-UOM  PIC X(4).
               10  WS-CN-CASE-PACK  PIC 9(4).
               10  WS-CN-FCST-FLAG  PIC X.
       01  WS-CN-SCAN-IDX           PIC 9(3).
       01  WS-CN-BEST-IDX           PIC 9(3).

           05  WS-SHORT-GROUPS      PIC 9(3) VALUE 0.
           05  WS-TOPUP-COUNT       PIC 9(3) VALUE 0.
           05  WS-NO-SUPP-COUNT     PIC 9(3) VALUE 0.
           05  WS-FORECAST-COUNT    PIC 9(7) VALUE 0.
           05  WS-SELL-THROUGH-COUNT
                                    PIC 9(7) VALUE 0.
           05  WS-OVER-OTB-COUNT    PIC 9(7) VALUE 0.
           05  WS-HELD-OTB-COUNT    PIC 9(7) VALUE 0.

       01  GROUP-HEADER-LINE.
           05  FILLER               PIC X(9) VALUE "SUPPLIER ".
           05  GDL-COST             PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GDL-FLAG             PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GDL-CASES            PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GDL-PURCH-UOM        PIC X(4).
           05  FILLER               PIC X(3) VALUE " X ".
           05  GDL-CASE-PACK        PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GDL-OTB-FLAG         PIC X(8).

       01  HELD-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  HDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(10) VALUE " SUPPLIER ".
           05  HDL-SUPPLIER         PIC X(4).
           05  FILLER               PIC X(7) VALUE " GROUP ".
           05  HDL-GROUP            PIC X(2).
           05  FILLER               PIC X(6) VALUE " QTY: ".
           05  HDL-ORDER-QTY        PIC ZZZZ9.
           05  FILLER               PIC X(7) VALUE " COST: ".
           05  HDL-COST             PIC -(7)9.99.
           05  FILLER               PIC X(11) VALUE " OTB LEFT: ".
           05  HDL-LEFT             PIC -(9)9.99.

       01  SECTION-LINE             PIC X(60).

           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'Y'
               SET TOPUP-SHORT-GROUPS TO TRUE
           END-IF.
           PERFORM READ-FORECAST-PARAMETERS.
           MOVE "OTB" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:4) = "HOLD"
               SET HOLD-OVER-OTB TO TRUE
           END-IF.

           PERFORM LOAD-ON-ORDER-TABLE THRU END-LOAD-ON-ORDER.
           PERFORM LOAD-OTB-TABLE THRU END-LOAD-OTB.
           PERFORM LOAD-SUPPLIER-TABLE THRU END-LOAD-SUPPLIERS.
      * A missing purchase units file just means every item is
      * ordered singly.
           OPEN INPUT PACK-FILE.
           IF FS-PACK = "00"
               SET PACK-FILE-IS-OPEN TO TRUE
           END-IF.
      * Nor does a missing catalogue stop the run: every item is
      * then ordered from its preferred supplier at master cost.
           OPEN INPUT CATALOG-FILE.
           IF FS-CATALOG = "00"
               SET CATALOG-IS-OPEN TO TRUE
           END-IF.
      * With no forecast file every item keeps its keyed figures.
           IF USE-FORECAST
               OPEN INPUT FORECAST-FILE
               IF FS-FORECAST = "00"
                   SET FORECAST-IS-OPEN TO TRUE
                   PERFORM READ-NEXT-FORECAST
               ELSE
                   DISPLAY "PO-SUGGEST WARNING: NO FORECAST FILE, "
                           "KEYED REORDER FIGURES USED."
               END-IF
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
                   " COMMITMENTS CARRIED: " WS-CARRIED-COUNT
                   " SHORT GROUPS: " WS-SHORT-GROUPS
                   " TOPPED UP: " WS-TOPUP-COUNT
                   " NO SUPPLIER: " WS-NO-SUPP-COUNT
                   " FROM FORECAST: " WS-FORECAST-COUNT
                   " IN SELL-THROUGH: " WS-SELL-THROUGH-COUNT
                   " OVER OTB: " WS-OVER-OTB-COUNT
                   " HELD FOR OTB: " WS-HELD-OTB-COUNT.

       END-PROGRAM.
           CLOSE ITEM-MASTER-FILE.
           IF PACK-FILE-IS-OPEN
               CLOSE PACK-FILE
           END-IF.
           IF CATALOG-IS-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF FORECAST-IS-OPEN
               CLOSE FORECAST-FILE
           END-IF.
           STOP RUN.

       READ-FORECAST-PARAMETERS.
           MOVE "FORECAST" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'Y'
               SET USE-FORECAST TO TRUE
           END-IF.
           MOVE "SAFETY-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               MOVE WS-PARM-NUMBER TO WS-SAFETY-DAYS
           END-IF.
           MOVE "COVER-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-COVER-DAYS
               END-IF
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      * A missing on-order file just means nothing is outstanding --
      * the safe default, same as ARCHIVE_HIST's missing cutoff file.
       LOAD-ON-ORDER-TABLE.
                                   WS-SU-NAME(WS-SU-COUNT)
                           MOVE SU-MIN-ORDER-VALUE TO
                                   WS-SU-MIN-VALUE(WS-SU-COUNT)
                           MOVE SU-ACTIVE-FLAG TO
                                   WS-SU-ACTIVE(WS-SU-COUNT)
                           MOVE SU-LEAD-TIME-DAYS TO
                                   WS-SU-LEAD-DAYS(WS-SU-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       END-LOAD-SUPPLIERS.
           CONTINUE.

      * Only the current month's figures matter to tonight's buying.
       LOAD-OTB-TABLE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           OPEN INPUT OTB-FILE.
           IF FS-OTB NOT = "00"
               DISPLAY "PO-SUGGEST WARNING: NO OPEN-TO-BUY FILE, "
                       "BUYING NOT CONTROLLED."
               GO TO END-LOAD-OTB
           END-IF.
           PERFORM UNTIL IS-OTB-EOF
               READ OTB-FILE NEXT RECORD
                   AT END
                       SET IS-OTB-EOF TO TRUE
                   NOT AT END
                       IF OB-MONTH = WS-RUN-MONTH
                           PERFORM NOTE-OTB-GROUP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OTB-FILE.
       END-LOAD-OTB.
           CONTINUE.

       NOTE-OTB-GROUP.
           IF WS-OB-COUNT < 200
               ADD 1 TO WS-OB-COUNT
               MOVE OB-GROUP-CODE TO WS-OB-GROUP(WS-OB-COUNT)
               MOVE OB-REMAINING-AMOUNT
                       TO WS-OB-REMAINING(WS-OB-COUNT)
           ELSE
               DISPLAY "PO-SUGGEST WARNING: OPEN-TO-BUY TABLE FULL, "
                       "GROUP NOT CONTROLLED: " OB-GROUP-CODE
           END-IF.

      * WS-OTB-COST against what is left for WS-OTB-GROUP. Within
      * it, or flagged over it, the cost is taken off what is left;
      * held back, it is not.
       CHECK-OPEN-TO-BUY.
           SET OTB-WITHIN TO TRUE.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-GROUP(WS-OB-IDX) = WS-OTB-GROUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-OB-IDX > WS-OB-COUNT
               GO TO END-CHECK-OPEN-TO-BUY
           END-IF.
           IF WS-OTB-COST > WS-OB-REMAINING(WS-OB-IDX)
               IF HOLD-OVER-OTB
                   SET OTB-HELD-BACK TO TRUE
                   ADD 1 TO WS-HELD-OTB-COUNT
                   GO TO END-CHECK-OPEN-TO-BUY
               END-IF
               SET OTB-OVER-FLAGGED TO TRUE
               ADD 1 TO WS-OVER-OTB-COUNT
           END-IF.
           SUBTRACT WS-OTB-COST FROM WS-OB-REMAINING(WS-OB-IDX).
       END-CHECK-OPEN-TO-BUY.
           CONTINUE.

       NOTE-HELD-PROPOSAL.
           IF WS-HB-COUNT < 500
               ADD 1 TO WS-HB-COUNT
               MOVE WS-OTB-ITEM TO WS-HB-ITEM(WS-HB-COUNT)
               MOVE WS-OTB-SUPPLIER TO WS-HB-SUPPLIER(WS-HB-COUNT)
               MOVE WS-OTB-QTY TO WS-HB-QTY(WS-HB-COUNT)
               MOVE WS-OTB-COST TO WS-HB-COST(WS-HB-COUNT)
               MOVE WS-OB-REMAINING(WS-OB-IDX)
                       TO WS-HB-LEFT(WS-HB-COUNT)
           END-IF.

       SUM-ITEM-ON-ORDER.
           MOVE 0 TO WS-ITEM-ON-ORDER.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
           IF IM-IS-INACTIVE OR IM-REORDER-POINT = 0
               GO TO END-CHECK-ITEM
           END-IF.
           IF IM-IN-SELL-THROUGH
               ADD 1 TO WS-SELL-THROUGH-COUNT
               GO TO END-CHECK-ITEM
           END-IF.
           PERFORM CHOOSE-SUPPLIER THRU END-CHOOSE-SUPPLIER.
           PERFORM SET-ITEM-REORDER-FIGURES THRU END-SET-ITEM-FIGURES.

           PERFORM SUM-ITEM-ON-ORDER.
           COMPUTE WS-NET-POSITION = IM-STOCK-QTY + WS-ITEM-ON-ORDER.
           IF WS-NET-POSITION >= WS-ITEM-POINT
               IF WS-ITEM-ON-ORDER > 0
                       AND IM-STOCK-QTY < WS-ITEM-POINT
                   ADD 1 TO WS-COVERED-COUNT
               END-IF
               PERFORM NOTE-TOPUP-CANDIDATE
               GO TO END-CHECK-ITEM
           END-IF.

           IF WS-ITEM-QTY > 0
               MOVE WS-ITEM-QTY TO WS-ORDER-QTY
           ELSE
               COMPUTE WS-ORDER-QTY =
                       WS-ITEM-POINT - WS-NET-POSITION
           END-IF.
           PERFORM LOOK-UP-PACK.
           PERFORM ROUND-TO-CASES.

           MOVE IM-ITEM-CODE TO WS-OTB-ITEM.
           MOVE WS-CHOSEN-SUPPLIER TO WS-OTB-SUPPLIER.
           MOVE WS-ORDER-QTY TO WS-OTB-QTY.
           MOVE IM-ITEM-CODE(1:2) TO WS-OTB-GROUP.
           COMPUTE WS-OTB-COST = WS-ORDER-QTY * WS-CHOSEN-COST.
           PERFORM CHECK-OPEN-TO-BUY THRU END-CHECK-OPEN-TO-BUY.
           IF OTB-HELD-BACK
               PERFORM NOTE-HELD-PROPOSAL
               GO TO END-CHECK-ITEM
           END-IF.

           PERFORM RECORD-PROPOSAL.
       END-CHECK-ITEM.
           CONTINUE.

      * The master's figures, unless the item has a forecast on
      * file: then the demand it forecasts over the lead time plus
      * safety days, and over the cover days after that.
       SET-ITEM-REORDER-FIGURES.
           MOVE IM-REORDER-POINT TO WS-ITEM-POINT.
           MOVE IM-REORDER-QTY TO WS-ITEM-QTY.
           MOVE 'N' TO WS-ITEM-FCST-FLAG.
           IF NOT FORECAST-IS-OPEN
               GO TO END-SET-ITEM-FIGURES
           END-IF.
           PERFORM UNTIL IS-FCST-EOF
                   OR FC-ITEM-CODE >= IM-ITEM-CODE
               PERFORM READ-NEXT-FORECAST
           END-PERFORM.
           IF IS-FCST-EOF OR FC-ITEM-CODE NOT = IM-ITEM-CODE
               GO TO END-SET-ITEM-FIGURES
           END-IF.

           PERFORM LOOK-UP-LEAD-TIME.
           COMPUTE WS-POINT-FROM-INT = WS-RUN-INT + 1.
           COMPUTE WS-POINT-TO-INT =
                   WS-RUN-INT + WS-LEAD-DAYS + WS-SAFETY-DAYS.
           COMPUTE WS-COVER-FROM-INT = WS-RUN-INT + WS-LEAD-DAYS + 1.
           COMPUTE WS-COVER-TO-INT =
                   WS-RUN-INT + WS-LEAD-DAYS + WS-COVER-DAYS.
           MOVE 0 TO WS-POINT-DEMAND WS-COVER-DEMAND WS-WK-QTY.
           MOVE WS-RUN-INT TO WS-LAST-WK-END-INT.
           PERFORM UNTIL IS-FCST-EOF
                   OR FC-ITEM-CODE NOT = IM-ITEM-CODE
               PERFORM NOTE-FORECAST-WEEK
               PERFORM READ-NEXT-FORECAST
           END-PERFORM.
      * Past the horizon the last week's rate carries on.
           MOVE WS-LAST-WK-END-INT TO WS-WK-START-INT.
           ADD 1 TO WS-WK-START-INT.
           MOVE WS-POINT-FROM-INT TO WS-WIN-FROM-INT.
           MOVE WS-POINT-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-PAST-HORIZON.
           ADD WS-WIN-DEMAND TO WS-POINT-DEMAND.
           MOVE WS-COVER-FROM-INT TO WS-WIN-FROM-INT.
           MOVE WS-COVER-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-PAST-HORIZON.
           ADD WS-WIN-DEMAND TO WS-COVER-DEMAND.

           COMPUTE WS-ITEM-POINT ROUNDED = WS-POINT-DEMAND
               ON SIZE ERROR
                   MOVE 99999 TO WS-ITEM-POINT
           END-COMPUTE.
           COMPUTE WS-ITEM-QTY ROUNDED = WS-COVER-DEMAND
               ON SIZE ERROR
                   MOVE 99999 TO WS-ITEM-QTY
           END-COMPUTE.
           IF WS-ITEM-QTY = 0 AND WS-ITEM-POINT > 0
               MOVE 1 TO WS-ITEM-QTY
           END-IF.
           SET ITEM-FROM-FORECAST TO TRUE.
           ADD 1 TO WS-FORECAST-COUNT.
       END-SET-ITEM-FIGURES.
           CONTINUE.

      * Store lines follow the company-wide ones; the first of them
      * ends the company-wide stretch as far as this run cares.
       READ-NEXT-FORECAST.
           READ FORECAST-FILE
               AT END
                   SET IS-FCST-EOF TO TRUE
               NOT AT END
                   IF FC-STORE-CODE NOT = SPACES
                       SET IS-FCST-EOF TO TRUE
                   END-IF
           END-READ.

       NOTE-FORECAST-WEEK.
           COMPUTE WS-WK-START-INT =
                   FUNCTION INTEGER-OF-DATE(FC-WEEK-START).
           MOVE FC-FORECAST-QTY TO WS-WK-QTY.
           COMPUTE WS-LAST-WK-END-INT = WS-WK-START-INT + 6.
           MOVE WS-POINT-FROM-INT TO WS-WIN-FROM-INT.
           MOVE WS-POINT-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-WEEK.
           ADD WS-WIN-DEMAND TO WS-POINT-DEMAND.
           MOVE WS-COVER-FROM-INT TO WS-WIN-FROM-INT.
           MOVE WS-COVER-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-WEEK.
           ADD WS-WIN-DEMAND TO WS-COVER-DEMAND.

      * The week's forecast spread evenly over its seven days, for
      * the days it shares with the window.
       DEMAND-IN-WEEK.
           MOVE 0 TO WS-WIN-DEMAND.
           MOVE WS-WIN-FROM-INT TO WS-OV-FROM-INT.
           IF WS-WK-START-INT > WS-OV-FROM-INT
               MOVE WS-WK-START-INT TO WS-OV-FROM-INT
           END-IF.
           MOVE WS-WIN-TO-INT TO WS-OV-TO-INT.
           IF WS-WK-START-INT + 6 < WS-OV-TO-INT
               COMPUTE WS-OV-TO-INT = WS-WK-START-INT + 6
           END-IF.
           IF WS-OV-TO-INT >= WS-OV-FROM-INT
               COMPUTE WS-WIN-DEMAND =
                       (WS-OV-TO-INT - WS-OV-FROM-INT + 1)
                       * WS-WK-QTY / 7
           END-IF.

      * The window's days from WS-WK-START-INT on, at the last
      * week's rate.
       DEMAND-PAST-HORIZON.
           MOVE 0 TO WS-WIN-DEMAND.
           MOVE WS-WIN-FROM-INT TO WS-OV-FROM-INT.
           IF WS-WK-START-INT > WS-OV-FROM-INT
               MOVE WS-WK-START-INT TO WS-OV-FROM-INT
           END-IF.
           IF WS-WIN-TO-INT >= WS-OV-FROM-INT
               COMPUTE WS-WIN-DEMAND =
                       (WS-WIN-TO-INT - WS-OV-FROM-INT + 1)
                       * WS-WK-QTY / 7
           END-IF.

       LOOK-UP-LEAD-TIME.
           MOVE 0 TO WS-LEAD-DAYS.
           IF WS-CHOSEN-SUPPLIER NOT = SPACES
               PERFORM VARYING WS-SU-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SU-SCAN-IDX > WS-SU-COUNT
                   IF WS-SU-CODE(WS-SU-SCAN-IDX) = WS-CHOSEN-SUPPLIER
                       MOVE WS-SU-LEAD-DAYS(WS-SU-SCAN-IDX)
                               TO WS-LEAD-DAYS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Reads the item's catalogue entries, keeps the one in force
      * for each supplier, and picks the lowest-ranked supplier that
      * is still active; the master's preferred supplier and unit
      * cost stand when the catalogue offers nobody.
       CHOOSE-SUPPLIER.
           MOVE IM-SUPPLIER-CODE TO WS-CHOSEN-SUPPLIER.
           MOVE IM-UNIT-COST TO WS-CHOSEN-COST.
           MOVE 0 TO WS-IC-COUNT.
           IF NOT CATALOG-IS-OPEN
               GO TO END-CHOOSE-SUPPLIER
           END-IF.
           MOVE IM-ITEM-CODE TO SC-ITEM-CODE.
           MOVE LOW-VALUES TO SC-SUPPLIER-CODE.
           MOVE 0 TO SC-EFFECTIVE-DATE.
           MOVE 'N' TO WS-CAT-EOF-FLAG.
           START CATALOG-FILE KEY >= SC-KEY
               INVALID KEY
                   GO TO END-CHOOSE-SUPPLIER
           END-START.
           PERFORM UNTIL IS-CAT-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET IS-CAT-EOF TO TRUE
                   NOT AT END
                       IF SC-ITEM-CODE NOT = IM-ITEM-CODE
                           SET IS-CAT-EOF TO TRUE
                       ELSE
                           IF SC-EFFECTIVE-DATE <= WS-RUN-DATE
                               PERFORM NOTE-CATALOG-ENTRY
                                   THRU END-NOTE-CATALOG-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 9 TO WS-BEST-RANK.
           MOVE 0 TO WS-IC-BEST-IDX.
           PERFORM VARYING WS-IC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-IC-SCAN-IDX > WS-IC-COUNT
               PERFORM FIND-SUPPLIER-ENTRY
               IF WS-KW-FOUND = 'Y'
                       AND WS-SU-ACTIVE(WS-SU-SCAN-IDX) NOT = 'N'
                       AND (WS-IC-BEST-IDX = 0
                         OR WS-IC-RANK(WS-IC-SCAN-IDX) < WS-BEST-RANK)
                   MOVE WS-IC-SCAN-IDX TO WS-IC-BEST-IDX
                   MOVE WS-IC-RANK(WS-IC-SCAN-IDX) TO WS-BEST-RANK
               END-IF
           END-PERFORM.
           IF WS-IC-BEST-IDX > 0
               MOVE WS-IC-SUPPLIER(WS-IC-BEST-IDX)
                       TO WS-CHOSEN-SUPPLIER
               MOVE WS-IC-COST(WS-IC-BEST-IDX) TO WS-CHOSEN-COST
           END-IF.
       END-CHOOSE-SUPPLIER.
           CONTINUE.

      * Entries arrive in supplier then effective-date order, so the
      * last one kept for a supplier is the one in force.
       NOTE-CATALOG-ENTRY.
           PERFORM VARYING WS-IC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-IC-SCAN-IDX > WS-IC-COUNT
               IF WS-IC-SUPPLIER(WS-IC-SCAN-IDX) = SC-SUPPLIER-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IC-SCAN-IDX > WS-IC-COUNT
               IF WS-IC-COUNT >= 20
                   DISPLAY "PO-SUGGEST WARNING: TOO MANY CATALOGUE "
                           "SUPPLIERS FOR " IM-ITEM-CODE
                   GO TO END-NOTE-CATALOG-ENTRY
               END-IF
               ADD 1 TO WS-IC-COUNT
               MOVE WS-IC-COUNT TO WS-IC-SCAN-IDX
               MOVE SC-SUPPLIER-CODE TO WS-IC-SUPPLIER(WS-IC-SCAN-IDX)
           END-IF.
           MOVE SC-RANK TO WS-IC-RANK(WS-IC-SCAN-IDX).
           MOVE SC-QUOTED-COST TO WS-IC-COST(WS-IC-SCAN-IDX).
       END-NOTE-CATALOG-ENTRY.
           CONTINUE.

      * Leaves WS-SU-SCAN-IDX on the supplier table entry for the
      * catalogue supplier in hand, WS-KW-FOUND saying whether one
      * was found.
       FIND-SUPPLIER-ENTRY.
           MOVE 'N' TO WS-KW-FOUND.
           PERFORM VARYING WS-SU-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SU-SCAN-IDX > WS-SU-COUNT
               IF WS-SU-CODE(WS-SU-SCAN-IDX) =
                       WS-IC-SUPPLIER(WS-IC-SCAN-IDX)
                   MOVE 'Y' TO WS-KW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The chosen supplier's purchase unit for the item in hand.
       LOOK-UP-PACK.
           MOVE "EACH" TO WS-PURCH-UOM.
           MOVE 1 TO WS-CASE-PACK.
           IF PACK-FILE-IS-OPEN AND WS-CHOSEN-SUPPLIER NOT = SPACES
               MOVE IM-ITEM-CODE TO PK-ITEM-CODE
               MOVE WS-CHOSEN-SUPPLIER TO PK-SUPPLIER-CODE
               READ PACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK-CASE-PACK > 0
                           MOVE PK-PURCH-UOM TO WS-PURCH-UOM
                           MOVE PK-CASE-PACK TO WS-CASE-PACK
                       END-IF
               END-READ
           END-IF.

      * WS-ORDER-QTY up to the next whole purchase unit. A quantity
      * that would not fit once rounded is proposed unrounded.
       ROUND-TO-CASES.
           IF WS-CASE-PACK > 1
               DIVIDE WS-CASE-PACK INTO WS-ORDER-QTY GIVING WS-CASES
               IF WS-CASES * WS-CASE-PACK < WS-ORDER-QTY
                   ADD 1 TO WS-CASES
               END-IF
               COMPUTE WS-ROUNDED-QTY = WS-CASES * WS-CASE-PACK
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       MOVE WS-ROUNDED-QTY TO WS-ORDER-QTY
               END-COMPUTE
           END-IF.

       RECORD-PROPOSAL.
           IF WS-PP-COUNT >= 500
               DISPLAY "PO-SUGGEST WARNING: PROPOSAL TABLE FULL, "
           ELSE
               ADD 1 TO WS-PP-COUNT
               MOVE IM-ITEM-CODE TO WS-PP-ITEM(WS-PP-COUNT)
               MOVE WS-CHOSEN-SUPPLIER TO WS-PP-SUPPLIER(WS-PP-COUNT)
               MOVE WS-ORDER-QTY TO WS-PP-QTY(WS-PP-COUNT)
               COMPUTE WS-PP-COST(WS-PP-COUNT) =
                       WS-ORDER-QTY * WS-CHOSEN-COST
               MOVE WS-PURCH-UOM TO WS-PP-PURCH-UOM(WS-PP-COUNT)
               MOVE WS-CASE-PACK TO WS-PP-CASE-PACK(WS-PP-COUNT)
               MOVE WS-ITEM-FCST-FLAG TO WS-PP-FCST-FLAG(WS-PP-COUNT)
               MOVE WS-OTB-RESULT TO WS-PP-OTB-FLAG(WS-PP-COUNT)
           END-IF.

      * The proposal immediately becomes a commitment so tomorrow's
           END-IF.

       NOTE-TOPUP-CANDIDATE.
           IF WS-CHOSEN-SUPPLIER = SPACES OR WS-ITEM-QTY = 0
                   OR WS-CN-COUNT >= 500
               CONTINUE
           ELSE
               ADD 1 TO WS-CN-COUNT
               MOVE IM-ITEM-CODE TO WS-CN-ITEM(WS-CN-COUNT)
               MOVE WS-CHOSEN-SUPPLIER TO WS-CN-SUPPLIER(WS-CN-COUNT)
               MOVE WS-ITEM-QTY TO WS-ORDER-QTY
               PERFORM LOOK-UP-PACK
               PERFORM ROUND-TO-CASES
               MOVE WS-ORDER-QTY TO WS-CN-QTY(WS-CN-COUNT)
               MOVE WS-PURCH-UOM TO WS-CN-PURCH-UOM(WS-CN-COUNT)
               MOVE WS-CASE-PACK TO WS-CN-CASE-PACK(WS-CN-COUNT)
               MOVE WS-CHOSEN-COST TO WS-CN-UNIT-COST(WS-CN-COUNT)
               COMPUTE WS-CN-NEARNESS(WS-CN-COUNT) =
                       WS-NET-POSITION - WS-ITEM-POINT
               MOVE 'N' TO WS-CN-USED-FLAG(WS-CN-COUNT)
               MOVE WS-ITEM-FCST-FLAG TO WS-CN-FCST-FLAG(WS-CN-COUNT)
           END-IF.

      * One group per supplier on file (in supplier order), then
           END-PERFORM.

           PERFORM WRITE-NO-SUPPLIER-PAGE.
           IF WS-HB-COUNT > 0
               PERFORM WRITE-HELD-BACK-PAGE
           END-IF.

           CLOSE SUGGEST-FILE GROUP-LIST-FILE.
       END-GROUP-WRITE.
      * joins the order (its standing reorder quantity at cost),
      * repeatedly, until the minimum is met or the supplier has no
      * candidates left. The added item becomes a real proposal and
      * a real commitment, like any other, and answers to its
      * group's open-to-buy the same way; one held back for it is
      * passed over for the next candidate.
       TOP-UP-THIS-GROUP.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-GROUP-TOTAL >= WS-THIS-MIN-VALUE
               COMPUTE WS-TOPUP-COST =
                       WS-CN-QTY(WS-CN-BEST-IDX)
                       * WS-CN-UNIT-COST(WS-CN-BEST-IDX)
               MOVE WS-CN-ITEM(WS-CN-BEST-IDX) TO WS-OTB-ITEM
               MOVE WS-THIS-SUPPLIER TO WS-OTB-SUPPLIER
               MOVE WS-CN-QTY(WS-CN-BEST-IDX) TO WS-OTB-QTY
               MOVE WS-CN-ITEM(WS-CN-BEST-IDX)(1:2) TO WS-OTB-GROUP
               MOVE WS-TOPUP-COST TO WS-OTB-COST
               PERFORM CHECK-OPEN-TO-BUY THRU END-CHECK-OPEN-TO-BUY
               IF OTB-HELD-BACK
                   PERFORM NOTE-HELD-PROPOSAL
               ELSE
                   ADD WS-TOPUP-COST TO WS-GROUP-TOTAL
                   ADD 1 TO WS-TOPUP-COUNT
                   PERFORM ADD-TOPUP-PROPOSAL
               END-IF
           END-PERFORM.

       FIND-NEAREST-CANDIDATE.
               MOVE WS-CN-QTY(WS-CN-BEST-IDX)
                       TO WS-PP-QTY(WS-PP-COUNT)
               MOVE WS-TOPUP-COST TO WS-PP-COST(WS-PP-COUNT)
               MOVE WS-CN-PURCH-UOM(WS-CN-BEST-IDX)
                       TO WS-PP-PURCH-UOM(WS-PP-COUNT)
               MOVE WS-CN-CASE-PACK(WS-CN-BEST-IDX)
                       TO WS-PP-CASE-PACK(WS-PP-COUNT)
               MOVE WS-CN-FCST-FLAG(WS-CN-BEST-IDX)
                       TO WS-PP-FCST-FLAG(WS-PP-COUNT)
               MOVE WS-OTB-RESULT TO WS-PP-OTB-FLAG(WS-PP-COUNT)
           END-IF.
           IF WS-OO-COUNT < 500
               ADD 1 TO WS-OO-COUNT
           MOVE WS-PP-COST(WS-PP-SCAN-IDX) TO SP-EXPECTED-COST.
           MOVE WS-RUN-DATE TO SP-SUGGEST-DATE.
           MOVE WS-PP-SUPPLIER(WS-PP-SCAN-IDX) TO SP-SUPPLIER-CODE.
           MOVE WS-PP-PURCH-UOM(WS-PP-SCAN-IDX) TO SP-PURCH-UOM.
           MOVE WS-PP-CASE-PACK(WS-PP-SCAN-IDX) TO SP-CASE-PACK.
           WRITE SUGGEST-RECORD.
           ADD 1 TO WS-SUGGESTED-COUNT.

           MOVE WS-PP-QTY(WS-PP-SCAN-IDX) TO GDL-ORDER-QTY.
           MOVE WS-PP-COST(WS-PP-SCAN-IDX) TO GDL-COST.
           MOVE SPACES TO GDL-FLAG.
           IF WS-PP-FCST-FLAG(WS-PP-SCAN-IDX) = 'Y'
               MOVE "FCST" TO GDL-FLAG
           END-IF.
           DIVIDE WS-PP-CASE-PACK(WS-PP-SCAN-IDX)
               INTO WS-PP-QTY(WS-PP-SCAN-IDX) GIVING GDL-CASES.
           MOVE WS-PP-PURCH-UOM(WS-PP-SCAN-IDX) TO GDL-PURCH-UOM.
           MOVE WS-PP-CASE-PACK(WS-PP-SCAN-IDX) TO GDL-CASE-PACK.
           MOVE SPACES TO GDL-OTB-FLAG.
           IF WS-PP-OTB-FLAG(WS-PP-SCAN-IDX) = 'F'
               MOVE "OVER OTB" TO GDL-OTB-FLAG
           END-IF.
           WRITE GROUP-LIST-RECORD FROM GROUP-DETAIL-LINE.

      * Proposals whose item names no supplier (and proposals for a
               END-IF
           END-PERFORM.

      * What open-to-buy kept out of tonight's buying, with what
      * was left for the group when it came up.
       WRITE-HELD-BACK-PAGE.
           MOVE "HELD BACK -- OVER OPEN-TO-BUY" TO SECTION-LINE.
           WRITE GROUP-LIST-RECORD FROM SECTION-LINE.
           PERFORM VARYING WS-HB-IDX FROM 1 BY 1
                   UNTIL WS-HB-IDX > WS-HB-COUNT
               MOVE WS-HB-ITEM(WS-HB-IDX) TO HDL-ITEM-CODE
               MOVE WS-HB-SUPPLIER(WS-HB-IDX) TO HDL-SUPPLIER
               MOVE WS-HB-ITEM(WS-HB-IDX)(1:2) TO HDL-GROUP
               MOVE WS-HB-QTY(WS-HB-IDX) TO HDL-ORDER-QTY
               MOVE WS-HB-COST(WS-HB-IDX) TO HDL-COST
               MOVE WS-HB-LEFT(WS-HB-IDX) TO HDL-LEFT
               WRITE GROUP-LIST-RECORD FROM HELD-DETAIL-LINE
           END-PERFORM.

       JUDGE-SUPPLIER-KNOWN.
           MOVE 'N' TO WS-KW-FOUND.
           IF WS-PP-SUPPLIER(WS-PP-SCAN-IDX) NOT = SPACES
