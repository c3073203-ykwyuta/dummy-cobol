       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCST-BUILD.
       AUTHOR. Jules.
      *
      * Weekly demand forecast. DAYS_COVER and REORDER_CALC work
      * from a flat trailing average, which says nothing about next
      * month for a seasonal line; this run forecasts each item's
      * net units (sales less returns and voids) week by week over
      * a horizon, combining the recent trend with a seasonal index
      * taken from the same weeks a year earlier:
      *   base     = net units over the recent weeks / recent weeks
      *   index    = last year's units in the forecast week (a
      *              three-week centred average) / last year's
      *              weekly rate over the same recent weeks
      *   forecast = base * index
      * The index is held between 0.25 and 4.00 so one freak week
      * last year cannot swamp the figure. An item with no sales in
      * last year's matching weeks takes an index of 1 (the flat
      * rate); an item idle in the recent weeks but sold in the
      * same weeks last year (the purely seasonal line) is forecast
      * at last year's figure as it stood.
      *
      * Last year's weeks reach back past what the flat history
      * retains, so -- as CUST_INQUIRY does -- the monthly member
      * files (SALES_HIST_YYYYMM.DAT) supply the months the flat
      * file no longer reaches, and nothing is counted twice. The
      * history of an item replaced by a successor (lifecycle 'R')
      * counts as the successor's, through ITEM_SUCCESSOR.
      * Forecasts are made company-wide for every active item (blank
      * store code) and store by store wherever the store holds a
      * balance on STORE_STOCK.IDX. Weeks run Monday to Sunday; week
      * 1 is the week holding the day after the business date.
      * RECENT-WEEKS= (default 8) and HORIZON= (weeks, default 8),
      * each up to 13, come from FCST_BUILD.PARM through the shared
      * PARM_KEYWORD entry.
      *
      * FORECAST.DAT is rewritten in full for PO_SUGGEST and
      * STORE_REPL. The forecast for the first week that has not
      * yet started is also added to FORECAST_LOG.DAT, so
      * FCST_ACCURACY can later set what was expected against what
      * sold.
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
           SELECT FORECAST-FILE ASSIGN TO DSN-FORECAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST.
           SELECT FORECAST-LOG-FILE ASSIGN TO DSN-FORECAST-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST-LOG.
           SELECT FCST-SORT-FILE ASSIGN TO "FCSTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  FORECAST-FILE.
           COPY "FCSTREC.CPY".

      * Raw images of FC-RECORD -- the one-FD-copies-another
      * technique GEN_BACKUP uses.
       FD  FORECAST-LOG-FILE.
       01  FORECAST-LOG-RECORD      PIC X(52).

      * Slot type 'T' is this year's recent weeks (1 to the recent
      * week count); 'L' is last year's weeks from the start of the
      * matching recent weeks through one week past the horizon.
       SD  FCST-SORT-FILE.
       01  FCST-SORT-RECORD.
           05  FS-STORE-CODE        PIC X(4).
           05  FS-ITEM-CODE         PIC X(8).
           05  FS-SLOT-TYPE         PIC X.
           05  FS-SLOT              PIC 9(2).
           05  FS-QTY               PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-FORECAST          PIC X(2).
           05  FS-FORECAST-LOG      PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-MONTHLY-HIST  PIC X(40).
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-FORECAST      PIC X(31)
              VALUE "data/master_update/FORECAST.DAT".
           05 DSN-FORECAST-LOG  PIC X(35)
              VALUE "data/master_update/FORECAST_LOG.DAT".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/FCST_BUILD.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-RECENT-WEEKS          PIC 9(2) VALUE 8.
       01  WS-HORIZON-WEEKS         PIC 9(2) VALUE 8.
       01  WS-PARM-NUMBER           PIC 9(3).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * The calendar of the run, as integer dates: week 1 of the
      * forecast, this year's recent weeks ending the day before it,
      * and last year's matching stretch 52 weeks earlier.
       01  WS-PROC-INT              PIC 9(7).
       01  WS-WEEK1-INT             PIC 9(7).
       01  WS-TY-START-INT          PIC 9(7).
       01  WS-LY-START-INT          PIC 9(7).
       01  WS-LY-END-INT            PIC 9(7).
       01  WS-DATE-INT              PIC 9(7).
       01  WS-WEEKDAY               PIC 9.
       01  WS-LY-SLOTS              PIC 9(2).
       01  WS-WINDOW-START          PIC 9(8).
       01  WS-WINDOW-END            PIC 9(8).
      * The first forecast week that starts after the business date
      * -- the one logged for FCST_ACCURACY.
       01  WS-AHEAD-WEEK            PIC 9(2).

       01  WS-EOF-FLAGS.
           05  WS-HISTORY-EOF       PIC X VALUE 'N'.
           05  WS-MEMBER-EOF        PIC X.
           05  WS-SORT-EOF          PIC X VALUE 'N'.
               88  IS-SORT-EOF      VALUE 'Y'.
       01  WS-STOCK-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-STOCK-IS-OPEN  VALUE 'Y'.
       01  WS-LOG-OPEN-FLAG         PIC X VALUE 'N'.
           88  FORECAST-LOG-IS-OPEN VALUE 'Y'.

      * The earliest date still on the flat file -- members are only
      * read for months before this, so nothing is counted twice.
       01  WS-EARLIEST-FLAT         PIC 9(8) VALUE 99999999.
       01  WS-SCAN-MONTH            PIC 9(6).
       01  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
           05  WS-SCAN-YEAR         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
       01  WS-BOUNDARY-MONTH        PIC 9(6).

      * One store/item key's weeks, gathered across its sorted
      * lines.
       01  WS-BREAK-STORE           PIC X(4).
       01  WS-BREAK-ITEM            PIC X(8).
       01  WS-SLOT-TABLE.
           05  WS-TY-QTY            PIC S9(9)V99 OCCURS 13 TIMES.
           05  WS-LY-QTY            PIC S9(9)V99 OCCURS 27 TIMES.
       01  WS-SLOT-IDX              PIC 9(2).
       01  WS-WEEK-NO               PIC 9(2).
       01  WS-LY-SLOT               PIC 9(2).

      * The last item looked up on the master, so the store lines
      * that follow its company line do not read it again.
       01  WS-CHECKED-ITEM          PIC X(8) VALUE LOW-VALUES.
      * A blank code only loads ITEM_SUCCESSOR's table, done before
      * this run opens the master itself.
       01  WS-NO-ITEM               PIC X(8) VALUE SPACES.
       01  WS-RESOLVED-ITEM         PIC X(8).
       01  WS-ITEM-OK-FLAG          PIC X VALUE 'N'.
           88  ITEM-IS-FORECAST     VALUE 'Y'.

       01  WS-TY-TOTAL              PIC S9(9)V99.
       01  WS-LY-BASE-TOTAL         PIC S9(9)V99.
       01  WS-LY-AHEAD-TOTAL        PIC S9(9)V99.
       01  WS-BASE-QTY              PIC S9(7)V99.
       01  WS-LY-BASE               PIC S9(7)V99.
       01  WS-LY-WEEK               PIC S9(7)V99.
       01  WS-SEASON-INDEX          PIC 9(3)V999.
       01  WS-FORECAST-QTY          PIC S9(7)V99.
       01  WS-INDEX-FLOOR           PIC 9V999 VALUE 0.250.
       01  WS-INDEX-CEILING         PIC 9V999 VALUE 4.000.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(9) VALUE 0.
           05  WS-IN-WINDOW-COUNT   PIC 9(9) VALUE 0.
           05  WS-MEMBER-COUNT      PIC 9(5) VALUE 0.
           05  WS-ITEM-FCST-COUNT   PIC 9(7) VALUE 0.
           05  WS-STORE-FCST-COUNT  PIC 9(7) VALUE 0.
           05  WS-WRITTEN-COUNT     PIC 9(9) VALUE 0.
           05  WS-LOGGED-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-FORECAST-PARAMETERS.
           PERFORM SET-FORECAST-CALENDAR.
           CALL "ITEM_SUCCESSOR" USING WS-NO-ITEM, WS-RESOLVED-ITEM.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "FCST-BUILD: ERROR OPENING MASTER FILE: "
                       FS-ITEM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No store balances just means no store-level forecasts.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK = "00"
               SET STORE-STOCK-IS-OPEN TO TRUE
           ELSE
               DISPLAY "FCST-BUILD WARNING: NO STORE-STOCK FILE, "
                       "COMPANY-WIDE FORECASTS ONLY."
           END-IF.

           SORT FCST-SORT-FILE
               ON ASCENDING KEY FS-STORE-CODE FS-ITEM-CODE
               INPUT PROCEDURE IS RELEASE-FORECAST-HISTORY
                   THRU END-RELEASE-HISTORY
               OUTPUT PROCEDURE IS WRITE-FORECASTS.

           CLOSE ITEM-MASTER-FILE.
           IF STORE-STOCK-IS-OPEN
               CLOSE STORE-STOCK-FILE
           END-IF.

           DISPLAY "FCST-BUILD TOTALS -- WEEK 1: " WS-WINDOW-END
                   " READ: " WS-READ-COUNT
                   " IN WINDOW: " WS-IN-WINDOW-COUNT
                   " MEMBER FILES READ: " WS-MEMBER-COUNT
                   " ITEMS: " WS-ITEM-FCST-COUNT
                   " STORE ITEMS: " WS-STORE-FCST-COUNT
                   " WEEKS WRITTEN: " WS-WRITTEN-COUNT
                   " LOGGED: " WS-LOGGED-COUNT.
           STOP RUN.

       READ-FORECAST-PARAMETERS.
           MOVE "RECENT-WEEKS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-RECENT-WEEKS
               END-IF
           END-IF.
           IF WS-RECENT-WEEKS > 13
               MOVE 13 TO WS-RECENT-WEEKS
           END-IF.
           MOVE "HORIZON" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-HORIZON-WEEKS
               END-IF
           END-IF.
           IF WS-HORIZON-WEEKS > 13
               MOVE 13 TO WS-HORIZON-WEEKS
           END-IF.
      * Two weeks at the least, so there is always a week wholly
      * ahead of the business date to log.
           IF WS-HORIZON-WEEKS < 2
               MOVE 2 TO WS-HORIZON-WEEKS
           END-IF.

      * Monday is weekday 1, the way CAL_BUILD counts them; week 1
      * starts on the Monday on or before the day after the
      * business date.
       SET-FORECAST-CALENDAR.
           COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-PROC-INT, 7) + 1.
           COMPUTE WS-WEEK1-INT = WS-PROC-INT + 1 - (WS-WEEKDAY - 1).
           IF WS-WEEK1-INT > WS-PROC-INT
               MOVE 1 TO WS-AHEAD-WEEK
           ELSE
               MOVE 2 TO WS-AHEAD-WEEK
           END-IF.
           COMPUTE WS-TY-START-INT =
                   WS-WEEK1-INT - 7 * WS-RECENT-WEEKS.
           COMPUTE WS-LY-START-INT = WS-TY-START-INT - 364.
           COMPUTE WS-LY-SLOTS = WS-RECENT-WEEKS + WS-HORIZON-WEEKS + 1.
           COMPUTE WS-LY-END-INT =
                   WS-LY-START-INT + 7 * WS-LY-SLOTS - 1.
           COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-LY-START-INT).
           COMPUTE WS-WINDOW-END =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK1-INT).

       RELEASE-FORECAST-HISTORY.
           PERFORM SCAN-FLAT-HISTORY THRU END-SCAN-FLAT.
           PERFORM SCAN-OLDER-MEMBERS THRU END-SCAN-MEMBERS.
       END-RELEASE-HISTORY.
           CONTINUE.

      * The flat file covers everything still retained; its
      * earliest date marks where the member files take over.
       SCAN-FLAT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "FCST-BUILD WARNING: NO HISTORY FILE ON DISK."
               GO TO END-SCAN-FLAT
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF HIST-TRAN-DATE < WS-EARLIEST-FLAT
                               AND HIST-TRAN-DATE NOT = 0
                           MOVE HIST-TRAN-DATE TO WS-EARLIEST-FLAT
                       END-IF
                       PERFORM RELEASE-ONE-LINE THRU END-RELEASE-ONE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-SCAN-FLAT.
           CONTINUE.

      * Month by month from the window's start up to (not
      * including) the month the flat file still reaches. A member
      * that was never written simply is not there.
       SCAN-OLDER-MEMBERS.
           IF WS-EARLIEST-FLAT = 99999999
               MOVE WS-PROC-DATE(1:6) TO WS-BOUNDARY-MONTH
               ADD 1 TO WS-BOUNDARY-MONTH
           ELSE
               MOVE WS-EARLIEST-FLAT(1:6) TO WS-BOUNDARY-MONTH
           END-IF.
           MOVE WS-WINDOW-START(1:6) TO WS-SCAN-MONTH.
           PERFORM UNTIL WS-SCAN-MONTH >= WS-BOUNDARY-MONTH
               PERFORM SCAN-ONE-MEMBER THRU END-SCAN-ONE-MEMBER
               ADD 1 TO WS-SCAN-MM
               IF WS-SCAN-MM > 12
                   MOVE 1 TO WS-SCAN-MM
                   ADD 1 TO WS-SCAN-YEAR
               END-IF
           END-PERFORM.
       END-SCAN-MEMBERS.
           CONTINUE.

       SCAN-ONE-MEMBER.
           MOVE SPACES TO DSN-MONTHLY-HIST.
           STRING WS-MONTHLY-STEM WS-SCAN-MONTH ".DAT"
               DELIMITED BY SIZE INTO DSN-MONTHLY-HIST.
           MOVE 'N' TO WS-MEMBER-EOF.
           OPEN INPUT MONTHLY-HIST-FILE.
           IF FS-MONTHLY-HIST NOT = "00"
               GO TO END-SCAN-ONE-MEMBER
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           PERFORM UNTIL WS-MEMBER-EOF = 'Y'
               READ MONTHLY-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF
                   NOT AT END
                       MOVE MONTHLY-HIST-RECORD TO HISTORY-RECORD
                       ADD 1 TO WS-READ-COUNT
                       IF HIST-TRAN-DATE < WS-EARLIEST-FLAT
                           PERFORM RELEASE-ONE-LINE
                               THRU END-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-HIST-FILE.
       END-SCAN-ONE-MEMBER.
           CONTINUE.

      * A line in this year's recent weeks or in last year's
      * stretch is released twice: once for the company-wide
      * forecast (blank store) and once for its own store. Returns
      * and voids net the week's units back down.
       RELEASE-ONE-LINE.
           IF HIST-TRAN-DATE < WS-WINDOW-START
                   OR HIST-TRAN-DATE >= WS-WINDOW-END
               GO TO END-RELEASE-ONE
           END-IF.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HIST-TRAN-DATE).
           EVALUATE TRUE
               WHEN WS-DATE-INT >= WS-TY-START-INT
                   MOVE 'T' TO FS-SLOT-TYPE
                   COMPUTE FS-SLOT =
                           (WS-DATE-INT - WS-TY-START-INT) / 7 + 1
               WHEN WS-DATE-INT <= WS-LY-END-INT
                   MOVE 'L' TO FS-SLOT-TYPE
                   COMPUTE FS-SLOT =
                           (WS-DATE-INT - WS-LY-START-INT) / 7 + 1
               WHEN OTHER
                   GO TO END-RELEASE-ONE
           END-EVALUATE.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   MOVE HIST-QTY TO FS-QTY
               WHEN 'R'
               WHEN 'V'
                   COMPUTE FS-QTY = HIST-QTY * -1
               WHEN OTHER
                   GO TO END-RELEASE-ONE
           END-EVALUATE.
           ADD 1 TO WS-IN-WINDOW-COUNT.
           CALL "ITEM_SUCCESSOR" USING HIST-ITEM-CODE, FS-ITEM-CODE.
           MOVE SPACES TO FS-STORE-CODE.
           RELEASE FCST-SORT-RECORD.
           IF HIST-STORE-CODE NOT = SPACES
               MOVE HIST-STORE-CODE TO FS-STORE-CODE
               RELEASE FCST-SORT-RECORD
           END-IF.
       END-RELEASE-ONE.
           CONTINUE.

       WRITE-FORECASTS.
           OPEN OUTPUT FORECAST-FILE.
           OPEN EXTEND FORECAST-LOG-FILE.
           IF FS-FORECAST-LOG NOT = "00"
               OPEN OUTPUT FORECAST-LOG-FILE
           END-IF.
           IF FS-FORECAST-LOG = "00"
               SET FORECAST-LOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "FCST-BUILD WARNING: FORECAST LOG NOT "
                       "WRITABLE: " FS-FORECAST-LOG
           END-IF.
           PERFORM RETURN-NEXT-LINE.
           PERFORM UNTIL IS-SORT-EOF
               MOVE FS-STORE-CODE TO WS-BREAK-STORE
               MOVE FS-ITEM-CODE TO WS-BREAK-ITEM
               INITIALIZE WS-SLOT-TABLE
               PERFORM UNTIL IS-SORT-EOF
                       OR FS-STORE-CODE NOT = WS-BREAK-STORE
                       OR FS-ITEM-CODE NOT = WS-BREAK-ITEM
                   IF FS-SLOT-TYPE = 'T'
                       ADD FS-QTY TO WS-TY-QTY(FS-SLOT)
                   ELSE
                       ADD FS-QTY TO WS-LY-QTY(FS-SLOT)
                   END-IF
                   PERFORM RETURN-NEXT-LINE
               END-PERFORM
               PERFORM FORECAST-ONE-KEY THRU END-FORECAST-ONE-KEY
           END-PERFORM.
           CLOSE FORECAST-FILE.
           IF FORECAST-LOG-IS-OPEN
               CLOSE FORECAST-LOG-FILE
           END-IF.

       RETURN-NEXT-LINE.
           RETURN FCST-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

      * Inactive items and items gone from the master are not
      * forecast; a store line is forecast only where the store
      * holds a balance for the item.
       FORECAST-ONE-KEY.
           PERFORM CHECK-FORECAST-ITEM.
           IF NOT ITEM-IS-FORECAST
               GO TO END-FORECAST-ONE-KEY
           END-IF.
           IF WS-BREAK-STORE NOT = SPACES
               IF NOT STORE-STOCK-IS-OPEN
                   GO TO END-FORECAST-ONE-KEY
               END-IF
               MOVE WS-BREAK-STORE TO SS-STORE-CODE
               MOVE WS-BREAK-ITEM TO SS-ITEM-CODE
               READ STORE-STOCK-FILE
                   INVALID KEY
                       GO TO END-FORECAST-ONE-KEY
               END-READ
           END-IF.

           MOVE 0 TO WS-TY-TOTAL WS-LY-BASE-TOTAL WS-LY-AHEAD-TOTAL.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-RECENT-WEEKS
               ADD WS-TY-QTY(WS-SLOT-IDX) TO WS-TY-TOTAL
               ADD WS-LY-QTY(WS-SLOT-IDX) TO WS-LY-BASE-TOTAL
           END-PERFORM.
           PERFORM VARYING WS-SLOT-IDX FROM WS-RECENT-WEEKS BY 1
                   UNTIL WS-SLOT-IDX > WS-LY-SLOTS
               IF WS-LY-QTY(WS-SLOT-IDX) > 0
                   ADD WS-LY-QTY(WS-SLOT-IDX) TO WS-LY-AHEAD-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-QTY ROUNDED =
                   WS-TY-TOTAL / WS-RECENT-WEEKS.
           IF WS-BASE-QTY < 0
               MOVE 0 TO WS-BASE-QTY
           END-IF.
           COMPUTE WS-LY-BASE ROUNDED =
                   WS-LY-BASE-TOTAL / WS-RECENT-WEEKS.
           IF WS-BASE-QTY = 0 AND WS-LY-AHEAD-TOTAL = 0
               GO TO END-FORECAST-ONE-KEY
           END-IF.

           IF WS-BREAK-STORE = SPACES
               ADD 1 TO WS-ITEM-FCST-COUNT
           ELSE
               ADD 1 TO WS-STORE-FCST-COUNT
           END-IF.
           PERFORM FORECAST-ONE-WEEK
                   VARYING WS-WEEK-NO FROM 1 BY 1
                   UNTIL WS-WEEK-NO > WS-HORIZON-WEEKS.
       END-FORECAST-ONE-KEY.
           CONTINUE.

       CHECK-FORECAST-ITEM.
           IF WS-BREAK-ITEM NOT = WS-CHECKED-ITEM
               MOVE WS-BREAK-ITEM TO WS-CHECKED-ITEM
               MOVE 'N' TO WS-ITEM-OK-FLAG
               MOVE WS-BREAK-ITEM TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT IM-IS-INACTIVE
                           SET ITEM-IS-FORECAST TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Last year's week is the centred average of the matching
      * week and its two neighbours, the neighbours of week 1 and
      * of the last week being the stretch's extra weeks either
      * side.
       FORECAST-ONE-WEEK.
           COMPUTE WS-LY-SLOT = WS-RECENT-WEEKS + WS-WEEK-NO.
           COMPUTE WS-LY-WEEK ROUNDED =
                   (WS-LY-QTY(WS-LY-SLOT - 1) + WS-LY-QTY(WS-LY-SLOT)
                    + WS-LY-QTY(WS-LY-SLOT + 1)) / 3.
           IF WS-LY-WEEK < 0
               MOVE 0 TO WS-LY-WEEK
           END-IF.
           EVALUATE TRUE
               WHEN WS-LY-BASE > 0
                   COMPUTE WS-SEASON-INDEX ROUNDED =
                           WS-LY-WEEK / WS-LY-BASE
                       ON SIZE ERROR
                           MOVE WS-INDEX-CEILING TO WS-SEASON-INDEX
                   END-COMPUTE
                   IF WS-SEASON-INDEX < WS-INDEX-FLOOR
                       MOVE WS-INDEX-FLOOR TO WS-SEASON-INDEX
                   END-IF
                   IF WS-SEASON-INDEX > WS-INDEX-CEILING
                       MOVE WS-INDEX-CEILING TO WS-SEASON-INDEX
                   END-IF
                   COMPUTE WS-FORECAST-QTY ROUNDED =
                           WS-BASE-QTY * WS-SEASON-INDEX
               WHEN WS-BASE-QTY > 0
                   MOVE 1 TO WS-SEASON-INDEX
                   MOVE WS-BASE-QTY TO WS-FORECAST-QTY
               WHEN OTHER
                   MOVE 1 TO WS-SEASON-INDEX
                   MOVE WS-LY-WEEK TO WS-FORECAST-QTY
           END-EVALUATE.

           MOVE WS-BREAK-STORE TO FC-STORE-CODE.
           MOVE WS-BREAK-ITEM TO FC-ITEM-CODE.
           COMPUTE FC-WEEK-START = FUNCTION DATE-OF-INTEGER(
                   WS-WEEK1-INT + 7 * (WS-WEEK-NO - 1)).
           MOVE WS-WEEK-NO TO FC-WEEK-NO.
           MOVE WS-FORECAST-QTY TO FC-FORECAST-QTY.
           MOVE WS-BASE-QTY TO FC-BASE-QTY.
           MOVE WS-SEASON-INDEX TO FC-SEASON-INDEX.
           MOVE WS-PROC-DATE TO FC-RUN-DATE.
           WRITE FC-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF WS-WEEK-NO = WS-AHEAD-WEEK AND FORECAST-LOG-IS-OPEN
               WRITE FORECAST-LOG-RECORD FROM FC-RECORD
               ADD 1 TO WS-LOGGED-COUNT
           END-IF.

       END PROGRAM FCST-BUILD.
