      * proposed-movement listing for review: merchandising signs
      * the listing off and the proposal file is released as the
      * transfer run's input. Nothing moves until then.
      *
      * With FORECAST=Y on the same parameter file an entry whose
      * store and item have a weekly forecast on FORECAST.DAT
      * (FCST_BUILD) is judged against forecast demand instead of
      * its keyed figures: the minimum becomes the demand forecast
      * over the next MIN-DAYS (default 7) and the maximum over the
      * next MAX-DAYS (default 14), days past the forecast's
      * horizon running at its last week's rate. Such lines are
      * marked FCST on the listing; entries with no forecast keep
      * the min/max file's figures.
      *
      * An item in sell-through on the item master (lifecycle 'S',
      * or 'R' replaced by a successor) is not replenished: its
      * entries are passed over and counted.
      *
      * Stock a store holds reserved for customer orders awaiting
      * collection (SS-RESERVED-QTY) counts as gone: the store is
      * judged, and a donor capped, on its unreserved balance.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT PROPOSE-FILE ASSIGN TO DSN-PROPOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSE.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
           SELECT FORECAST-FILE ASSIGN TO DSN-FORECAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

      * Same transaction layout STORE_XFER reads, so the released
      * proposal file drives the transfer run unchanged.
       FD  PROPOSE-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(110).

       FD  FORECAST-FILE.
           COPY "FCSTREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MINMAX            PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-PROPOSE           PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-FORECAST          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MINMAX        PIC X(35)
              VALUE "data/master_update/STORE_MINMAX.DAT".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-PROPOSE       PIC X(35)
              VALUE "data/master_update/XFER_PROPOSE.DAT".
           05 DSN-REPORT        PIC X(33)
              VALUE "data/master_update/STORE_REPL.LST".
           05 DSN-FORECAST      PIC X(31)
              VALUE "data/master_update/FORECAST.DAT".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/STORE_REPL.PARM".
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-WAREHOUSE-STORE       PIC X(4) VALUE SPACES.
       01  WS-USE-FORECAST-FLAG     PIC X VALUE 'N'.
           88  USE-FORECAST         VALUE 'Y'.
       01  WS-MIN-DAYS              PIC 9(3) VALUE 7.
       01  WS-MAX-DAYS              PIC 9(3) VALUE 14.
       01  WS-PARM-NUMBER           PIC 9(3).

       01  WS-EOF-FLAGS.
           05  WS-MINMAX-EOF        PIC X VALUE 'N'.
           05  WS-STOCK-EOF         PIC X VALUE 'N'.
           05  WS-FCST-EOF          PIC X VALUE 'N'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-IS-OPEN    VALUE 'Y'.

      * The min/max entries under review, each tracking the
      * receiving store's own balance, the warehouse's balance,
               10  WS-MM-WH-QTY     PIC S9(7)V99.
               10  WS-MM-BEST-STORE PIC X(4).
               10  WS-MM-BEST-QTY   PIC S9(7)V99.
               10  WS-MM-FCST-FLAG  PIC X.
               10  WS-MM-MIN-DEMAND PIC 9(9)V9(4).
               10  WS-MM-MAX-DEMAND PIC 9(9)V9(4).
               10  WS-MM-LAST-WK-QTY
                                    PIC 9(7)V99.
               10  WS-MM-LAST-WK-END
                                    PIC 9(7).
       01  WS-SEARCH-IDX            PIC 9(3).
       01  WS-FREE-QTY              PIC S9(7)V99.
       01  WS-FC-IDX                PIC 9(3).
       01  WS-FC-LAST-KEY           PIC X(12) VALUE SPACES.

      * The forecast demand windows, as integer dates, both from
      * tomorrow: MIN-DAYS long for the minimum, MAX-DAYS for the
      * maximum.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-INT               PIC 9(7).
       01  WS-MIN-TO-INT            PIC 9(7).
       01  WS-MAX-TO-INT            PIC 9(7).
       01  WS-WIN-FROM-INT          PIC 9(7).
       01  WS-WIN-TO-INT            PIC 9(7).
       01  WS-OV-FROM-INT           PIC 9(7).
       01  WS-OV-TO-INT             PIC 9(7).
       01  WS-WK-START-INT          PIC 9(7).
       01  WS-WK-END-INT            PIC 9(7).
       01  WS-WK-QTY                PIC 9(7)V99.
       01  WS-WIN-DEMAND            PIC 9(9)V9(4).

       01  WS-NEED-QTY              PIC S9(7)V99.
       01  WS-DONOR-STORE           PIC X(4).
           05  WS-ENTRIES-READ      PIC 9(5) VALUE 0.
           05  WS-PROPOSED-COUNT    PIC 9(5) VALUE 0.
           05  WS-NO-DONOR-COUNT    PIC 9(5) VALUE 0.
           05  WS-FORECAST-COUNT    PIC 9(5) VALUE 0.
           05  WS-SELL-THROUGH-COUNT
                                    PIC 9(5) VALUE 0.

       01  PROPOSE-LINE.
           05  PPL-ITEM-CODE        PIC X(8).
           05  PPL-XFER-QTY         PIC -(5)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PPL-FLAG             PIC X(14).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PPL-BASIS            PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-KW-FOUND = 'Y'
               MOVE WS-KW-VALUE(1:4) TO WS-WAREHOUSE-STORE
           END-IF.
           PERFORM READ-FORECAST-PARAMETERS.

           PERFORM LOAD-MINMAX-TABLE THRU END-LOAD-MINMAX.
           IF WS-MM-COUNT = 0
                       "NOTHING PROPOSED."
               STOP RUN
           END-IF.
           IF USE-FORECAST
               PERFORM APPLY-FORECAST THRU END-APPLY-FORECAST
           END-IF.

           PERFORM SURVEY-STORE-BALANCES THRU END-SURVEY.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PROPOSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               PERFORM PROPOSE-ONE-ENTRY THRU END-PROPOSE-ONE
           END-PERFORM.
           CLOSE PROPOSE-FILE REPORT-FILE.
           IF ITEM-FILE-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.

           DISPLAY "STORE-REPL TOTALS -- ENTRIES: " WS-ENTRIES-READ
                   " TRANSFERS PROPOSED: " WS-PROPOSED-COUNT
                   " NO DONOR: " WS-NO-DONOR-COUNT
                   " FROM FORECAST: " WS-FORECAST-COUNT
                   " IN SELL-THROUGH: " WS-SELL-THROUGH-COUNT.
           IF WS-NO-DONOR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-FORECAST-PARAMETERS.
           MOVE "FORECAST" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'Y'
               SET USE-FORECAST TO TRUE
           END-IF.
           MOVE "MIN-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               MOVE WS-PARM-NUMBER TO WS-MIN-DAYS
           END-IF.
           MOVE "MAX-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               MOVE WS-PARM-NUMBER TO WS-MAX-DAYS
           END-IF.
           IF WS-MAX-DAYS < WS-MIN-DAYS
               MOVE WS-MIN-DAYS TO WS-MAX-DAYS
           END-IF.

       LOAD-MINMAX-TABLE.
           OPEN INPUT MINMAX-FILE.
           IF FS-MINMAX NOT = "00"
                           MOVE SPACES TO
                                   WS-MM-BEST-STORE(WS-MM-COUNT)
                           MOVE 0 TO WS-MM-BEST-QTY(WS-MM-COUNT)
                           MOVE 'N' TO WS-MM-FCST-FLAG(WS-MM-COUNT)
                           MOVE 0 TO WS-MM-MIN-DEMAND(WS-MM-COUNT)
                           MOVE 0 TO WS-MM-MAX-DEMAND(WS-MM-COUNT)
                           MOVE 0 TO WS-MM-LAST-WK-QTY(WS-MM-COUNT)
                           MOVE 0 TO WS-MM-LAST-WK-END(WS-MM-COUNT)
                       ELSE
                           DISPLAY "STORE-REPL WARNING: MIN/MAX "
                                   "TABLE FULL, ENTRY DROPPED FOR "
       END-LOAD-MINMAX.
           CONTINUE.

      * One pass of the forecast file's store lines gathers each
      * entry's forecast demand over both windows; an entry with
      * any forecast then has its min and max replaced.
       APPLY-FORECAST.
           OPEN INPUT FORECAST-FILE.
           IF FS-FORECAST NOT = "00"
               DISPLAY "STORE-REPL WARNING: NO FORECAST FILE, "
                       "KEYED MIN/MAX USED."
               GO TO END-APPLY-FORECAST
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-MIN-TO-INT = WS-RUN-INT + WS-MIN-DAYS.
           COMPUTE WS-MAX-TO-INT = WS-RUN-INT + WS-MAX-DAYS.
           PERFORM UNTIL WS-FCST-EOF = 'Y'
               READ FORECAST-FILE
                   AT END
                       MOVE 'Y' TO WS-FCST-EOF
                   NOT AT END
                       IF FC-STORE-CODE NOT = SPACES
                           PERFORM NOTE-FORECAST-WEEK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORECAST-FILE.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-MM-COUNT
               IF WS-MM-FCST-FLAG(WS-FC-IDX) = 'Y'
                   PERFORM SET-FORECAST-MINMAX
               END-IF
           END-PERFORM.
       END-APPLY-FORECAST.
           CONTINUE.

      * The file is in store, item, week order, so an entry's weeks
      * arrive together and one look-up serves them all.
       NOTE-FORECAST-WEEK.
           IF FC-STORE-CODE NOT = WS-FC-LAST-KEY(1:4)
                   OR FC-ITEM-CODE NOT = WS-FC-LAST-KEY(5:8)
               MOVE FC-STORE-CODE TO WS-FC-LAST-KEY(1:4)
               MOVE FC-ITEM-CODE TO WS-FC-LAST-KEY(5:8)
               MOVE 0 TO WS-FC-IDX
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-MM-COUNT
                   IF WS-MM-STORE(WS-SEARCH-IDX) = FC-STORE-CODE
                           AND WS-MM-ITEM(WS-SEARCH-IDX) = FC-ITEM-CODE
                       MOVE WS-SEARCH-IDX TO WS-FC-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FC-IDX > 0
               PERFORM ADD-FORECAST-WEEK
           END-IF.

       ADD-FORECAST-WEEK.
           COMPUTE WS-WK-START-INT =
                   FUNCTION INTEGER-OF-DATE(FC-WEEK-START).
           COMPUTE WS-WK-END-INT = WS-WK-START-INT + 6.
           MOVE FC-FORECAST-QTY TO WS-WK-QTY.
           MOVE 'Y' TO WS-MM-FCST-FLAG(WS-FC-IDX).
           MOVE WS-WK-QTY TO WS-MM-LAST-WK-QTY(WS-FC-IDX).
           MOVE WS-WK-END-INT TO WS-MM-LAST-WK-END(WS-FC-IDX).
           MOVE WS-MIN-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-DAYS.
           ADD WS-WIN-DEMAND TO WS-MM-MIN-DEMAND(WS-FC-IDX).
           MOVE WS-MAX-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-DAYS.
           ADD WS-WIN-DEMAND TO WS-MM-MAX-DEMAND(WS-FC-IDX).

      * Past the horizon the last week's rate carries on.
       SET-FORECAST-MINMAX.
           COMPUTE WS-WK-START-INT =
                   WS-MM-LAST-WK-END(WS-FC-IDX) + 1.
           MOVE WS-MM-LAST-WK-QTY(WS-FC-IDX) TO WS-WK-QTY.
           MOVE WS-MAX-TO-INT TO WS-WK-END-INT.
           MOVE WS-MIN-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-DAYS.
           ADD WS-WIN-DEMAND TO WS-MM-MIN-DEMAND(WS-FC-IDX).
           MOVE WS-MAX-TO-INT TO WS-WIN-TO-INT.
           PERFORM DEMAND-IN-DAYS.
           ADD WS-WIN-DEMAND TO WS-MM-MAX-DEMAND(WS-FC-IDX).
           COMPUTE WS-MM-MIN(WS-FC-IDX) ROUNDED =
                   WS-MM-MIN-DEMAND(WS-FC-IDX)
               ON SIZE ERROR
                   MOVE 99999 TO WS-MM-MIN(WS-FC-IDX)
           END-COMPUTE.
           COMPUTE WS-MM-MAX(WS-FC-IDX) ROUNDED =
                   WS-MM-MAX-DEMAND(WS-FC-IDX)
               ON SIZE ERROR
                   MOVE 99999 TO WS-MM-MAX(WS-FC-IDX)
           END-COMPUTE.
           ADD 1 TO WS-FORECAST-COUNT.

      * Demand at WS-WK-QTY a week over the days from WS-WK-START-INT
      * to WS-WK-END-INT that fall between tomorrow and
      * WS-WIN-TO-INT.
       DEMAND-IN-DAYS.
           MOVE 0 TO WS-WIN-DEMAND.
           COMPUTE WS-OV-FROM-INT = WS-RUN-INT + 1.
           IF WS-WK-START-INT > WS-OV-FROM-INT
               MOVE WS-WK-START-INT TO WS-OV-FROM-INT
           END-IF.
           MOVE WS-WIN-TO-INT TO WS-OV-TO-INT.
           IF WS-WK-END-INT < WS-OV-TO-INT
               MOVE WS-WK-END-INT TO WS-OV-TO-INT
           END-IF.
           IF WS-OV-TO-INT >= WS-OV-FROM-INT
               COMPUTE WS-WIN-DEMAND =
                       (WS-OV-TO-INT - WS-OV-FROM-INT + 1)
                       * WS-WK-QTY / 7
           END-IF.

      * One sequential pass fills every entry's three balances: the
      * receiving store's own, the warehouse's, and the best other
      * store's.
           CONTINUE.

       SURVEY-ONE-BALANCE.
           COMPUTE WS-FREE-QTY = SS-STOCK-QTY - SS-RESERVED-QTY.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-MM-COUNT
               IF WS-MM-ITEM(WS-SEARCH-IDX) = SS-ITEM-CODE
                   EVALUATE TRUE
                       WHEN SS-STORE-CODE =
                               WS-MM-STORE(WS-SEARCH-IDX)
                           MOVE WS-FREE-QTY TO
                                   WS-MM-CUR-QTY(WS-SEARCH-IDX)
                       WHEN SS-STORE-CODE = WS-WAREHOUSE-STORE
                           MOVE WS-FREE-QTY TO
                                   WS-MM-WH-QTY(WS-SEARCH-IDX)
                       WHEN WS-FREE-QTY >
                               WS-MM-BEST-QTY(WS-SEARCH-IDX)
                           MOVE SS-STORE-CODE TO
                                   WS-MM-BEST-STORE(WS-SEARCH-IDX)
                           MOVE WS-FREE-QTY TO
                                   WS-MM-BEST-QTY(WS-SEARCH-IDX)
                   END-EVALUATE
               END-IF
           IF WS-NEED-QTY <= 0
               GO TO END-PROPOSE-ONE
           END-IF.
           IF ITEM-FILE-IS-OPEN
               MOVE WS-MM-ITEM(WS-SEARCH-IDX) TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IM-IN-SELL-THROUGH
                           ADD 1 TO WS-SELL-THROUGH-COUNT
                           GO TO END-PROPOSE-ONE
                       END-IF
               END-READ
           END-IF.

           IF WS-WAREHOUSE-STORE NOT = SPACES
                   AND WS-MM-WH-QTY(WS-SEARCH-IDX) > 0
           MOVE WS-MM-STORE(WS-SEARCH-IDX) TO PPL-TO-STORE.
           MOVE WS-MM-CUR-QTY(WS-SEARCH-IDX) TO PPL-CUR-QTY.
           MOVE WS-MM-MIN(WS-SEARCH-IDX) TO PPL-MIN-QTY.
           IF WS-MM-FCST-FLAG(WS-SEARCH-IDX) = 'Y'
               MOVE "FCST" TO PPL-BASIS
           ELSE
               MOVE SPACES TO PPL-BASIS
           END-IF.

           IF WS-DONOR-STORE = SPACES OR WS-DONOR-QTY <= 0
               ADD 1 TO WS-NO-DONOR-COUNT
