       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-POSITION.
       AUTHOR. Jules.
      *
      * Price-position report: where our shelf price stands against
      * the competitors the buyers survey (COMP_PRICE.IDX, loaded by
      * COMP_SURVEY). Every item with at least one observation is
      * listed with our IM-UNIT-PRICE, the chain-wide promotion
      * price live on the business date if there is one (the
      * PROMO_PRICE.DAT entries SALES_PROC applies with no store
      * code), and its unit cost; then each competitor's latest
      * observed price, with our regular price -- and the promotion
      * price -- against it as an index (ours over theirs times 100,
      * so 100 is level and above 100 dearer) and a gap (ours less
      * theirs). The item closes on the market price, the average of
      * those latest prices, against the price we are actually
      * selling at (the promotion price while one is live).
      *
      * An item is flagged ABOVE MARKET when that index is more than
      * ABOVE= percent over 100 (COMP_POSITION.PARM through the
      * shared PARM_KEYWORD entry, default 5), and BELOW COST IF
      * MATCHED when the cheapest competitor's price is under our
      * unit cost, so matching it would sell at a loss. Items come in
      * item-code order and are subtotalled by item group (the
      * leading two characters, named from ITEM_GROUP.IDX) --
      * items surveyed, their average index, and how many carry
      * each flag -- with a company total at the end. Printed to
      * COMP_POSITION.LST; any flagged item sets RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT COMP-PRICE-FILE ASSIGN TO DSN-COMP-PRICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-KEY
               FILE STATUS IS FS-COMP-PRICE.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT PROMO-FILE ASSIGN TO DSN-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMO.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  COMP-PRICE-FILE.
           COPY "COMPREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05  PR-ITEM-CODE         PIC X(8).
           05  PR-STORE-CODE        PIC X(4).
           05  PR-PROMO-PRICE       PIC 9(7)V99.
           05  PR-START-DATE        PIC 9(8).
           05  PR-END-DATE          PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ITEM              PIC X(2).
           05  FS-COMP-PRICE        PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-PROMO             PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-COMP-PRICE    PIC X(33)
              VALUE "data/master_update/COMP_PRICE.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-PROMO         PIC X(34)
              VALUE "data/master_update/PROMO_PRICE.DAT".
           05 DSN-REPORT        PIC X(36)
              VALUE "data/master_update/COMP_POSITION.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/COMP_POSITION.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-ABOVE-PCT             PIC 9(3)V99 VALUE 5.

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-CP-EOF-FLAG           PIC X VALUE 'N'.
           88  IS-CP-EOF            VALUE 'Y'.
       01  WS-PROMO-EOF-FLAG        PIC X VALUE 'N'.
           88  IS-PROMO-EOF         VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * Chain-wide promotions live on the business date; a store's
      * own promotion says nothing about the chain's position.
       01  WS-PROMO-TABLE.
           05  WS-PROMO-COUNT       PIC 9(3) VALUE 0.
           05  WS-PROMO-ENTRIES OCCURS 200 TIMES.
               10  WS-PR-ITEM-CODE  PIC X(8).
               10  WS-PR-PRICE      PIC 9(7)V99.
       01  WS-PROMO-SCAN-IDX        PIC 9(3).

      * The latest observation per competitor for the item in hand.
      * The file holds an item's entries by competitor and then by
      * date, so the last one read for a competitor is its latest.
       01  WS-COMP-TABLE.
           05  WS-CP-COUNT          PIC 9(2) VALUE 0.
           05  WS-CP-ENTRIES OCCURS 20 TIMES.
               10  WS-CP-COMPETITOR PIC X(6).
               10  WS-CP-DATE       PIC 9(8).
               10  WS-CP-PRICE      PIC 9(7)V99.
       01  WS-CP-IDX                PIC 9(2).

       01  WS-PROMO-FLAG            PIC X VALUE 'N'.
           88  ITEM-ON-PROMO        VALUE 'Y'.
       01  WS-PROMO-PRICE           PIC 9(7)V99.
       01  WS-SELLING-PRICE         PIC 9(7)V99.
       01  WS-MARKET-TOTAL          PIC 9(9)V99.
       01  WS-MARKET-PRICE          PIC 9(7)V99.
       01  WS-LOWEST-PRICE          PIC 9(7)V99.
       01  WS-INDEX                 PIC 9(5)V9.
       01  WS-GAP                   PIC S9(7)V99.
       01  WS-ABOVE-LIMIT           PIC 9(5)V9.
       01  WS-AVERAGE-INDEX         PIC 9(5)V9.

       01  WS-CURRENT-GROUP         PIC X(2) VALUE SPACES.
       01  WS-GROUP-TOTALS.
           05  WS-GT-ITEMS          PIC 9(5) VALUE 0.
           05  WS-GT-INDEX-SUM      PIC 9(9)V9 VALUE 0.
           05  WS-GT-ABOVE          PIC 9(5) VALUE 0.
           05  WS-GT-BELOW-COST     PIC 9(5) VALUE 0.
       01  WS-COMPANY-TOTALS.
           05  WS-CT-ITEMS          PIC 9(5) VALUE 0.
           05  WS-CT-INDEX-SUM      PIC 9(9)V9 VALUE 0.
           05  WS-CT-ABOVE          PIC 9(5) VALUE 0.
           05  WS-CT-BELOW-COST     PIC 9(5) VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-ITEMS-READ        PIC 9(7) VALUE 0.
           05  WS-PRICES-READ       PIC 9(7) VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(34)
               VALUE "COMPETITOR PRICE POSITION -- AS AT".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(20)
               VALUE "   ABOVE MARKET OVER".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TTL-ABOVE-PCT        PIC ZZ9.99.
           05  FILLER               PIC X(1) VALUE "%".

       01  GROUP-HEADING.
           05  FILLER               PIC X(12) VALUE "ITEM GROUP: ".
           05  GH-GROUP-CODE        PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  GH-GROUP-NAME        PIC X(25).

       01  ITEM-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  IL-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  IL-ITEM-NAME         PIC X(20).
           05  FILLER               PIC X(12) VALUE "  OUR PRICE ".
           05  IL-UNIT-PRICE        PIC Z(6)9.99.
           05  IL-PROMO-PART.
               10  FILLER           PIC X(8) VALUE "  PROMO ".
               10  IL-PROMO-PRICE   PIC Z(6)9.99.
           05  FILLER               PIC X(7) VALUE "  COST ".
           05  IL-UNIT-COST         PIC Z(6)9.99.

       01  COMPETITOR-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  CL-COMPETITOR        PIC X(6).
           05  FILLER               PIC X(6) VALUE " SEEN ".
           05  CL-SURVEY-DATE       PIC 9(8).
           05  FILLER               PIC X(7) VALUE " PRICE ".
           05  CL-PRICE             PIC Z(6)9.99.
           05  FILLER               PIC X(7) VALUE " INDEX ".
           05  CL-INDEX             PIC ZZZZ9.9.
           05  FILLER               PIC X(5) VALUE " GAP ".
           05  CL-GAP               PIC -(7)9.99.
           05  CL-PROMO-PART.
               10  FILLER           PIC X(13) VALUE " PROMO INDEX ".
               10  CL-PROMO-INDEX   PIC ZZZZ9.9.
               10  FILLER           PIC X(5) VALUE " GAP ".
               10  CL-PROMO-GAP     PIC -(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CL-FLAG              PIC X(10).

       01  MARKET-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "MARKET ".
           05  ML-PRICE             PIC Z(6)9.99.
           05  FILLER               PIC X(2) VALUE " (".
           05  ML-COMP-COUNT        PIC Z9.
           05  FILLER               PIC X(15) VALUE ") LOWEST SEEN ".
           05  ML-LOWEST-PRICE      PIC Z(6)9.99.
           05  FILLER               PIC X(7) VALUE " INDEX ".
           05  ML-INDEX             PIC ZZZZ9.9.
           05  FILLER               PIC X(5) VALUE " GAP ".
           05  ML-GAP               PIC -(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ML-ABOVE-FLAG        PIC X(13).
           05  ML-COST-FLAG         PIC X(21).

       01  TOTAL-LINE.
           05  TL-LABEL             PIC X(20).
           05  FILLER               PIC X(16) VALUE "ITEMS SURVEYED: ".
           05  TL-ITEMS             PIC ZZZZ9.
           05  FILLER               PIC X(18)
               VALUE "   AVERAGE INDEX: ".
           05  TL-AVERAGE-INDEX     PIC ZZZZ9.9.
           05  FILLER               PIC X(17)
               VALUE "   ABOVE MARKET: ".
           05  TL-ABOVE             PIC ZZZZ9.
           05  FILLER               PIC X(26)
               VALUE "   BELOW COST IF MATCHED: ".
           05  TL-BELOW-COST        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-POSITION-PARAMETERS.
           OPEN INPUT COMP-PRICE-FILE.
           IF FS-COMP-PRICE NOT = "00"
               DISPLAY "COMP-POSITION: NO COMPETITOR PRICES ON FILE: "
                       FS-COMP-PRICE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "COMP-POSITION: CANNOT OPEN ITEM MASTER: "
                       FS-ITEM
               CLOSE COMP-PRICE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-PROMO-TABLE THRU END-LOAD-PROMO-TABLE.
           COMPUTE WS-ABOVE-LIMIT = 100 + WS-ABOVE-PCT.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           MOVE WS-ABOVE-PCT TO TTL-ABOVE-PCT.
           WRITE REPORT-RECORD FROM TITLE-LINE.

           PERFORM UNTIL IS-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-ITEM
                           THRU END-REPORT-ONE-ITEM
               END-READ
           END-PERFORM.
           IF WS-CURRENT-GROUP NOT = SPACES
               PERFORM PRINT-GROUP-TOTAL
           END-IF.
           PERFORM PRINT-COMPANY-TOTAL.

           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           CLOSE ITEM-MASTER-FILE COMP-PRICE-FILE REPORT-FILE.

           DISPLAY "COMP-POSITION TOTALS -- ITEMS READ: "
                   WS-ITEMS-READ
                   " SURVEYED: " WS-CT-ITEMS
                   " PRICES READ: " WS-PRICES-READ
                   " ABOVE MARKET: " WS-CT-ABOVE
                   " BELOW COST IF MATCHED: " WS-CT-BELOW-COST.
           IF WS-CT-ABOVE > 0 OR WS-CT-BELOW-COST > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-POSITION-PARAMETERS.
           MOVE "ABOVE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-ABOVE-PCT = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.

       LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-FILE.
           IF FS-PROMO NOT = "00"
               GO TO END-LOAD-PROMO-TABLE
           END-IF.
           PERFORM UNTIL IS-PROMO-EOF
               READ PROMO-FILE
                   AT END
                       SET IS-PROMO-EOF TO TRUE
                   NOT AT END
                       IF PR-STORE-CODE = SPACES
                               AND WS-RUN-DATE >= PR-START-DATE
                               AND WS-RUN-DATE <= PR-END-DATE
                           IF WS-PROMO-COUNT < 200
                               ADD 1 TO WS-PROMO-COUNT
                               MOVE PR-ITEM-CODE TO
                                       WS-PR-ITEM-CODE(WS-PROMO-COUNT)
                               MOVE PR-PROMO-PRICE TO
                                       WS-PR-PRICE(WS-PROMO-COUNT)
                           ELSE
                               DISPLAY "COMP-POSITION WARNING: PROMO "
                                       "TABLE FULL, ENTRY DROPPED FOR "
                                       PR-ITEM-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
       END-LOAD-PROMO-TABLE.
           CONTINUE.

      * An item nobody has surveyed is left off the report.
       REPORT-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           PERFORM COLLECT-COMPETITOR-PRICES
               THRU END-COLLECT-COMPETITOR.
           IF WS-CP-COUNT = 0
               GO TO END-REPORT-ONE-ITEM
           END-IF.
           IF IM-ITEM-CODE(1:2) NOT = WS-CURRENT-GROUP
               IF WS-CURRENT-GROUP NOT = SPACES
                   PERFORM PRINT-GROUP-TOTAL
               END-IF
               MOVE IM-ITEM-CODE(1:2) TO WS-CURRENT-GROUP
               PERFORM PRINT-GROUP-HEADING
           END-IF.

           PERFORM FIND-LIVE-PROMO.
           MOVE IM-UNIT-PRICE TO WS-SELLING-PRICE.
           IF ITEM-ON-PROMO
               MOVE WS-PROMO-PRICE TO WS-SELLING-PRICE
           END-IF.
           MOVE IM-ITEM-CODE TO IL-ITEM-CODE.
           MOVE IM-ITEM-NAME TO IL-ITEM-NAME.
           MOVE IM-UNIT-PRICE TO IL-UNIT-PRICE.
           MOVE IM-UNIT-COST TO IL-UNIT-COST.
           IF ITEM-ON-PROMO
               MOVE "  PROMO " TO IL-PROMO-PART(1:8)
               MOVE WS-PROMO-PRICE TO IL-PROMO-PRICE
           ELSE
               MOVE SPACES TO IL-PROMO-PART
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM ITEM-LINE.

           MOVE 0 TO WS-MARKET-TOTAL.
           MOVE WS-CP-PRICE(1) TO WS-LOWEST-PRICE.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM PRINT-COMPETITOR-LINE
               ADD WS-CP-PRICE(WS-CP-IDX) TO WS-MARKET-TOTAL
               IF WS-CP-PRICE(WS-CP-IDX) < WS-LOWEST-PRICE
                   MOVE WS-CP-PRICE(WS-CP-IDX) TO WS-LOWEST-PRICE
               END-IF
           END-PERFORM.

           COMPUTE WS-MARKET-PRICE ROUNDED =
                   WS-MARKET-TOTAL / WS-CP-COUNT.
           COMPUTE WS-INDEX ROUNDED =
                   WS-SELLING-PRICE * 100 / WS-MARKET-PRICE.
           COMPUTE WS-GAP = WS-SELLING-PRICE - WS-MARKET-PRICE.
           MOVE WS-MARKET-PRICE TO ML-PRICE.
           MOVE WS-CP-COUNT TO ML-COMP-COUNT.
           MOVE WS-LOWEST-PRICE TO ML-LOWEST-PRICE.
           MOVE WS-INDEX TO ML-INDEX.
           MOVE WS-GAP TO ML-GAP.
           MOVE SPACES TO ML-ABOVE-FLAG ML-COST-FLAG.
           ADD 1 TO WS-GT-ITEMS.
           ADD WS-INDEX TO WS-GT-INDEX-SUM.
           IF WS-INDEX > WS-ABOVE-LIMIT
               MOVE "ABOVE MARKET" TO ML-ABOVE-FLAG
               ADD 1 TO WS-GT-ABOVE
           END-IF.
           IF WS-LOWEST-PRICE < IM-UNIT-COST
               MOVE "BELOW COST IF MATCHED" TO ML-COST-FLAG
               ADD 1 TO WS-GT-BELOW-COST
           END-IF.
           WRITE REPORT-RECORD FROM MARKET-LINE.
       END-REPORT-ONE-ITEM.
           CONTINUE.

       COLLECT-COMPETITOR-PRICES.
           MOVE 0 TO WS-CP-COUNT.
           MOVE 'N' TO WS-CP-EOF-FLAG.
           MOVE IM-ITEM-CODE TO CX-ITEM-CODE.
           MOVE LOW-VALUES TO CX-COMPETITOR.
           MOVE 0 TO CX-SURVEY-DATE.
           START COMP-PRICE-FILE KEY >= CX-KEY
               INVALID KEY
                   GO TO END-COLLECT-COMPETITOR
           END-START.
           PERFORM UNTIL IS-CP-EOF
               READ COMP-PRICE-FILE NEXT RECORD
                   AT END
                       SET IS-CP-EOF TO TRUE
                   NOT AT END
                       IF CX-ITEM-CODE NOT = IM-ITEM-CODE
                           SET IS-CP-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-PRICES-READ
                           PERFORM KEEP-LATEST-PRICE
                       END-IF
               END-READ
           END-PERFORM.
       END-COLLECT-COMPETITOR.
           CONTINUE.

       KEEP-LATEST-PRICE.
           IF WS-CP-COUNT > 0
                   AND CX-COMPETITOR = WS-CP-COMPETITOR(WS-CP-COUNT)
               MOVE CX-SURVEY-DATE TO WS-CP-DATE(WS-CP-COUNT)
               MOVE CX-PRICE TO WS-CP-PRICE(WS-CP-COUNT)
           ELSE
               IF CX-PRICE > 0
                   IF WS-CP-COUNT < 20
                       ADD 1 TO WS-CP-COUNT
                       MOVE CX-COMPETITOR TO
                               WS-CP-COMPETITOR(WS-CP-COUNT)
                       MOVE CX-SURVEY-DATE TO WS-CP-DATE(WS-CP-COUNT)
                       MOVE CX-PRICE TO WS-CP-PRICE(WS-CP-COUNT)
                   ELSE
                       DISPLAY "COMP-POSITION WARNING: MORE THAN 20 "
                               "COMPETITORS FOR " CX-ITEM-CODE
                               ", " CX-COMPETITOR " LEFT OUT"
                   END-IF
               END-IF
           END-IF.

       FIND-LIVE-PROMO.
           MOVE 'N' TO WS-PROMO-FLAG.
           PERFORM VARYING WS-PROMO-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PROMO-SCAN-IDX > WS-PROMO-COUNT
               IF WS-PR-ITEM-CODE(WS-PROMO-SCAN-IDX) = IM-ITEM-CODE
                   MOVE WS-PR-PRICE(WS-PROMO-SCAN-IDX)
                           TO WS-PROMO-PRICE
                   SET ITEM-ON-PROMO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-COMPETITOR-LINE.
           MOVE WS-CP-COMPETITOR(WS-CP-IDX) TO CL-COMPETITOR.
           MOVE WS-CP-DATE(WS-CP-IDX) TO CL-SURVEY-DATE.
           MOVE WS-CP-PRICE(WS-CP-IDX) TO CL-PRICE.
           COMPUTE WS-INDEX ROUNDED =
                   IM-UNIT-PRICE * 100 / WS-CP-PRICE(WS-CP-IDX).
           COMPUTE WS-GAP = IM-UNIT-PRICE - WS-CP-PRICE(WS-CP-IDX).
           MOVE WS-INDEX TO CL-INDEX.
           MOVE WS-GAP TO CL-GAP.
           IF ITEM-ON-PROMO
               MOVE " PROMO INDEX " TO CL-PROMO-PART(1:13)
               MOVE " GAP " TO CL-PROMO-PART(21:5)
               COMPUTE WS-INDEX ROUNDED =
                       WS-PROMO-PRICE * 100 / WS-CP-PRICE(WS-CP-IDX)
               COMPUTE WS-GAP =
                       WS-PROMO-PRICE - WS-CP-PRICE(WS-CP-IDX)
               MOVE WS-INDEX TO CL-PROMO-INDEX
               MOVE WS-GAP TO CL-PROMO-GAP
           ELSE
               MOVE SPACES TO CL-PROMO-PART
           END-IF.
           IF WS-CP-PRICE(WS-CP-IDX) < IM-UNIT-COST
               MOVE "BELOW COST" TO CL-FLAG
           ELSE
               MOVE SPACES TO CL-FLAG
           END-IF.
           WRITE REPORT-RECORD FROM COMPETITOR-LINE.

       PRINT-GROUP-HEADING.
           MOVE WS-CURRENT-GROUP TO GH-GROUP-CODE.
           MOVE "(UNDEFINED GROUP)" TO GH-GROUP-NAME.
           IF GROUP-FILE-IS-OPEN
               MOVE WS-CURRENT-GROUP TO GR-GROUP-CODE
               READ GROUP-FILE
                   NOT INVALID KEY
                       MOVE GR-GROUP-NAME TO GH-GROUP-NAME
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM GROUP-HEADING.

       PRINT-GROUP-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "GROUP " WS-CURRENT-GROUP " TOTAL"
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-GT-ITEMS TO TL-ITEMS.
           MOVE 0 TO WS-AVERAGE-INDEX.
           IF WS-GT-ITEMS > 0
               COMPUTE WS-AVERAGE-INDEX ROUNDED =
                       WS-GT-INDEX-SUM / WS-GT-ITEMS
           END-IF.
           MOVE WS-AVERAGE-INDEX TO TL-AVERAGE-INDEX.
           MOVE WS-GT-ABOVE TO TL-ABOVE.
           MOVE WS-GT-BELOW-COST TO TL-BELOW-COST.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           ADD WS-GT-ITEMS TO WS-CT-ITEMS.
           ADD WS-GT-INDEX-SUM TO WS-CT-INDEX-SUM.
           ADD WS-GT-ABOVE TO WS-CT-ABOVE.
           ADD WS-GT-BELOW-COST TO WS-CT-BELOW-COST.
           INITIALIZE WS-GROUP-TOTALS.

       PRINT-COMPANY-TOTAL.
           MOVE "COMPANY TOTAL" TO TL-LABEL.
           MOVE WS-CT-ITEMS TO TL-ITEMS.
           MOVE 0 TO WS-AVERAGE-INDEX.
           IF WS-CT-ITEMS > 0
               COMPUTE WS-AVERAGE-INDEX ROUNDED =
                       WS-CT-INDEX-SUM / WS-CT-ITEMS
           END-IF.
           MOVE WS-AVERAGE-INDEX TO TL-AVERAGE-INDEX.
           MOVE WS-CT-ABOVE TO TL-ABOVE.
           MOVE WS-CT-BELOW-COST TO TL-BELOW-COST.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM COMP-POSITION.
