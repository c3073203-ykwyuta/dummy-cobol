       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCST-ACCURACY.
       AUTHOR. Jules.
      *
      * Forecast accuracy. Sets the forecasts FCST_BUILD logged to
      * FORECAST_LOG.DAT -- for each week, the last one made before
      * the week began -- against the net units (sales less returns
      * and voids) that actually sold in it, company-wide (shown as
      * store ALL) and store by store, over the completed weeks
      * ending on the last Sunday on or before the business date.
      * Each forecast week shows forecast, actual, error (forecast
      * less actual) and the error as a percentage of actual; a
      * week out by more than TOLERANCE percent is flagged OVER or
      * UNDER, and a forecast that sold nothing NO SALES. Each
      * store closes with its weighted error (absolute error over
      * actual units, WAPE) and its bias (net error over actual),
      * and a count of store/item weeks that sold without any
      * forecast behind them.
      *
      * WEEKS= (default 4, up to 13), TOLERANCE= (percent, default
      * 25) and LIST=ALL (print every forecast week, not just the
      * flagged ones) come from FCST_ACCURACY.PARM through the
      * shared PARM_KEYWORD entry. Actuals older than the flat
      * history retains come from the monthly member files, as in
      * FCST_BUILD. The return code is 4 when the company-wide WAPE
      * exceeds the tolerance or no forecast was logged for the
      * period.
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
           SELECT FORECAST-LOG-FILE ASSIGN TO DSN-FORECAST-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST-LOG.
           SELECT ACCURACY-SORT-FILE ASSIGN TO "FCSASORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  FORECAST-LOG-FILE.
           COPY "FCSTREC.CPY".

      * Record type 'A' is an actual history line, 'F' a logged
      * forecast; a week's forecasts arrive oldest run first, so
      * the last one seen is the one that stood when it began.
       SD  ACCURACY-SORT-FILE.
       01  ACCURACY-SORT-RECORD.
           05  AS-STORE-CODE        PIC X(4).
           05  AS-ITEM-CODE         PIC X(8).
           05  AS-WEEK-START        PIC 9(8).
           05  AS-REC-TYPE          PIC X.
           05  AS-RUN-DATE          PIC 9(8).
           05  AS-QTY               PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-FORECAST-LOG      PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-MONTHLY-HIST  PIC X(40).
           05 DSN-FORECAST-LOG  PIC X(35)
              VALUE "data/master_update/FORECAST_LOG.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/FCST_ACCURACY.LST".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/FCST_ACCURACY.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-PERIOD-WEEKS          PIC 9(2) VALUE 4.
       01  WS-TOLERANCE-PCT         PIC 9(3) VALUE 25.
       01  WS-PARM-NUMBER           PIC 9(3).
       01  WS-LIST-FLAG             PIC X VALUE 'N'.
           88  LIST-EVERY-WEEK      VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-PROC-INT              PIC 9(7).
       01  WS-WEEKDAY               PIC 9.
       01  WS-PERIOD-START-INT      PIC 9(7).
       01  WS-PERIOD-END-INT        PIC 9(7).
       01  WS-PERIOD-START          PIC 9(8).
       01  WS-PERIOD-END            PIC 9(8).
       01  WS-DATE-INT              PIC 9(7).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE ITEM     WEEK        FORECAST      ACTUAL       ER
      -        "ROR   ERR% FLAG".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-EOF-FLAGS.
           05  WS-HISTORY-EOF       PIC X VALUE 'N'.
           05  WS-MEMBER-EOF        PIC X.
           05  WS-LOG-EOF           PIC X VALUE 'N'.
           05  WS-SORT-EOF          PIC X VALUE 'N'.
               88  IS-SORT-EOF      VALUE 'Y'.

      * The earliest date still on the flat file -- members are only
      * read for months before this, so nothing is counted twice.
       01  WS-EARLIEST-FLAT         PIC 9(8) VALUE 99999999.
       01  WS-SCAN-MONTH            PIC 9(6).
       01  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
           05  WS-SCAN-YEAR         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
       01  WS-BOUNDARY-MONTH        PIC 9(6).

       01  WS-BREAK-STORE           PIC X(4).
       01  WS-BREAK-ITEM            PIC X(8).
       01  WS-BREAK-WEEK            PIC 9(8).
       01  WS-STORE-STARTED-FLAG    PIC X VALUE 'N'.
           88  STORE-IN-PROGRESS    VALUE 'Y'.
       01  WS-FORECAST-FLAG         PIC X.
           88  WEEK-WAS-FORECAST    VALUE 'Y'.
       01  WS-WEEK-FORECAST         PIC S9(7)V99.
       01  WS-WEEK-ACTUAL           PIC S9(9)V99.
       01  WS-WEEK-ERROR            PIC S9(9)V99.
       01  WS-ABS-ERROR             PIC S9(9)V99.
       01  WS-ERROR-PCT             PIC S9(5)V9.

      * Store totals; the company-wide block's WAPE decides the
      * return code.
       01  WS-STORE-TOTALS.
           05  WS-ST-WEEKS          PIC 9(7).
           05  WS-ST-FLAGGED        PIC 9(7).
           05  WS-ST-UNFORECAST     PIC 9(7).
           05  WS-ST-FORECAST       PIC S9(11)V99.
           05  WS-ST-ACTUAL         PIC S9(11)V99.
           05  WS-ST-ABS-ERROR      PIC S9(11)V99.
       01  WS-WAPE-PCT              PIC S9(5)V9.
       01  WS-BIAS-PCT              PIC S9(5)V9.
       01  WS-COMPANY-WAPE          PIC S9(5)V9 VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-LOGGED-COUNT      PIC 9(7) VALUE 0.
           05  WS-ACTUAL-COUNT      PIC 9(9) VALUE 0.
           05  WS-MEMBER-COUNT      PIC 9(5) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.
           05  WS-MEASURED-COUNT    PIC 9(7) VALUE 0.
           05  WS-FLAGGED-COUNT     PIC 9(7) VALUE 0.

       01  ACCURACY-DETAIL-LINE.
           05  ADL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ADL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-WEEK-START       PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-FORECAST         PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-ACTUAL           PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-ERROR            PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-ERROR-PCT        PIC -(3)9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-FLAG             PIC X(12).

       01  ACCURACY-TOTAL-LINE.
           05  ATL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "TOTAL".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ATL-WEEKS            PIC Z(7)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ATL-FORECAST         PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ATL-ACTUAL           PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ATL-ABS-ERROR        PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "WAPE: ".
           05  ATL-WAPE             PIC -(3)9.9.
           05  FILLER               PIC X(8) VALUE "  BIAS: ".
           05  ATL-BIAS             PIC -(3)9.9.
           05  FILLER               PIC X(11) VALUE "  FLAGGED: ".
           05  ATL-FLAGGED          PIC Z(6)9.
           05  FILLER               PIC X(17)
               VALUE "  NOT FORECAST: ".
           05  ATL-UNFORECAST       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-ACCURACY-PARAMETERS.
           PERFORM SET-ACCURACY-PERIOD.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "FORECAST ACCURACY WEEKS " WS-PERIOD-START " TO "
                  WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT ACCURACY-SORT-FILE
               ON ASCENDING KEY AS-STORE-CODE AS-ITEM-CODE
                                AS-WEEK-START AS-REC-TYPE
                                AS-RUN-DATE
               INPUT PROCEDURE IS RELEASE-PERIOD-LINES
                   THRU END-RELEASE-PERIOD
               OUTPUT PROCEDURE IS PRINT-ACCURACY.

           DISPLAY "FCST-ACCURACY TOTALS -- WEEKS: " WS-PERIOD-START
                   " TO " WS-PERIOD-END
                   " FORECASTS LOGGED: " WS-LOGGED-COUNT
                   " ACTUAL LINES: " WS-ACTUAL-COUNT
                   " WEEKS MEASURED: " WS-MEASURED-COUNT
                   " FLAGGED: " WS-FLAGGED-COUNT
                   " COMPANY WAPE: " WS-COMPANY-WAPE.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "FORECAST WEEKS MEASURED: " WS-MEASURED-COUNT
                  "  FLAGGED: " WS-FLAGGED-COUNT
                  "  STORES: " WS-STORE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF WS-LOGGED-COUNT = 0
                   OR WS-COMPANY-WAPE > WS-TOLERANCE-PCT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ACCURACY-PARAMETERS.
           MOVE "WEEKS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-PERIOD-WEEKS
               END-IF
           END-IF.
           IF WS-PERIOD-WEEKS > 13
               MOVE 13 TO WS-PERIOD-WEEKS
           END-IF.
           MOVE "TOLERANCE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
               IF WS-PARM-NUMBER > 0
                   MOVE WS-PARM-NUMBER TO WS-TOLERANCE-PCT
               END-IF
           END-IF.
           MOVE "LIST" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:3) = "ALL"
               SET LIST-EVERY-WEEK TO TRUE
           END-IF.

      * The period ends on the last Sunday on or before the business
      * date (Monday is weekday 1, the way CAL_BUILD counts them)
      * and reaches back the given number of whole weeks.
       SET-ACCURACY-PERIOD.
           COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-PROC-INT - 1, 7) + 1.
           IF WS-WEEKDAY = 7
               MOVE WS-PROC-INT TO WS-PERIOD-END-INT
           ELSE
               COMPUTE WS-PERIOD-END-INT = WS-PROC-INT - WS-WEEKDAY
           END-IF.
           COMPUTE WS-PERIOD-START-INT =
                   WS-PERIOD-END-INT - 7 * WS-PERIOD-WEEKS + 1.
           COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT).
           COMPUTE WS-PERIOD-END =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).

       RELEASE-PERIOD-LINES.
           PERFORM RELEASE-LOGGED-FORECASTS THRU END-RELEASE-LOGGED.
           PERFORM SCAN-FLAT-HISTORY THRU END-SCAN-FLAT.
           PERFORM SCAN-OLDER-MEMBERS THRU END-SCAN-MEMBERS.
       END-RELEASE-PERIOD.
           CONTINUE.

       RELEASE-LOGGED-FORECASTS.
           OPEN INPUT FORECAST-LOG-FILE.
           IF FS-FORECAST-LOG NOT = "00"
               DISPLAY "FCST-ACCURACY WARNING: NO FORECAST LOG ON "
                       "FILE."
               GO TO END-RELEASE-LOGGED
           END-IF.
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ FORECAST-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF FC-WEEK-START >= WS-PERIOD-START
                               AND FC-WEEK-START <= WS-PERIOD-END
                           ADD 1 TO WS-LOGGED-COUNT
                           MOVE FC-STORE-CODE TO AS-STORE-CODE
                           MOVE FC-ITEM-CODE TO AS-ITEM-CODE
                           MOVE FC-WEEK-START TO AS-WEEK-START
                           MOVE 'F' TO AS-REC-TYPE
                           MOVE FC-RUN-DATE TO AS-RUN-DATE
                           MOVE FC-FORECAST-QTY TO AS-QTY
                           RELEASE ACCURACY-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORECAST-LOG-FILE.
       END-RELEASE-LOGGED.
           CONTINUE.

       SCAN-FLAT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "FCST-ACCURACY WARNING: NO HISTORY FILE ON "
                       "DISK."
               GO TO END-SCAN-FLAT
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-TRAN-DATE < WS-EARLIEST-FLAT
                               AND HIST-TRAN-DATE NOT = 0
                           MOVE HIST-TRAN-DATE TO WS-EARLIEST-FLAT
                       END-IF
                       PERFORM RELEASE-ACTUAL-LINE
                           THRU END-RELEASE-ACTUAL
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-SCAN-FLAT.
           CONTINUE.

       SCAN-OLDER-MEMBERS.
           IF WS-EARLIEST-FLAT = 99999999
               MOVE WS-PROC-DATE(1:6) TO WS-BOUNDARY-MONTH
               ADD 1 TO WS-BOUNDARY-MONTH
           ELSE
               MOVE WS-EARLIEST-FLAT(1:6) TO WS-BOUNDARY-MONTH
           END-IF.
           MOVE WS-PERIOD-START(1:6) TO WS-SCAN-MONTH.
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
                       IF HIST-TRAN-DATE < WS-EARLIEST-FLAT
                           PERFORM RELEASE-ACTUAL-LINE
                               THRU END-RELEASE-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-HIST-FILE.
       END-SCAN-ONE-MEMBER.
           CONTINUE.

      * Netted the way FCST_BUILD nets them, and released for the
      * company-wide line (blank store) and for the line's store.
       RELEASE-ACTUAL-LINE.
           IF HIST-TRAN-DATE < WS-PERIOD-START
                   OR HIST-TRAN-DATE > WS-PERIOD-END
               GO TO END-RELEASE-ACTUAL
           END-IF.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   MOVE HIST-QTY TO AS-QTY
               WHEN 'R'
               WHEN 'V'
                   COMPUTE AS-QTY = HIST-QTY * -1
               WHEN OTHER
                   GO TO END-RELEASE-ACTUAL
           END-EVALUATE.
           ADD 1 TO WS-ACTUAL-COUNT.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HIST-TRAN-DATE).
           COMPUTE WS-DATE-INT = WS-DATE-INT
                   - FUNCTION MOD(WS-DATE-INT - 1, 7).
           COMPUTE AS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE HIST-ITEM-CODE TO AS-ITEM-CODE.
           MOVE 'A' TO AS-REC-TYPE.
           MOVE 0 TO AS-RUN-DATE.
           MOVE SPACES TO AS-STORE-CODE.
           RELEASE ACCURACY-SORT-RECORD.
           IF HIST-STORE-CODE NOT = SPACES
               MOVE HIST-STORE-CODE TO AS-STORE-CODE
               RELEASE ACCURACY-SORT-RECORD
           END-IF.
       END-RELEASE-ACTUAL.
           CONTINUE.

       PRINT-ACCURACY.
           PERFORM RETURN-NEXT-LINE.
           PERFORM UNTIL IS-SORT-EOF
               IF NOT STORE-IN-PROGRESS
                       OR AS-STORE-CODE NOT = WS-BREAK-STORE
                   IF STORE-IN-PROGRESS
                       PERFORM PRINT-STORE-TOTAL
                   END-IF
                   PERFORM START-STORE
               END-IF
               MOVE AS-ITEM-CODE TO WS-BREAK-ITEM
               MOVE AS-WEEK-START TO WS-BREAK-WEEK
               MOVE 'N' TO WS-FORECAST-FLAG
               MOVE 0 TO WS-WEEK-FORECAST WS-WEEK-ACTUAL
               PERFORM UNTIL IS-SORT-EOF
                       OR AS-STORE-CODE NOT = WS-BREAK-STORE
                       OR AS-ITEM-CODE NOT = WS-BREAK-ITEM
                       OR AS-WEEK-START NOT = WS-BREAK-WEEK
                   IF AS-REC-TYPE = 'A'
                       ADD AS-QTY TO WS-WEEK-ACTUAL
                   ELSE
                       SET WEEK-WAS-FORECAST TO TRUE
                       MOVE AS-QTY TO WS-WEEK-FORECAST
                   END-IF
                   PERFORM RETURN-NEXT-LINE
               END-PERFORM
               PERFORM MEASURE-ONE-WEEK
           END-PERFORM.
           IF STORE-IN-PROGRESS
               PERFORM PRINT-STORE-TOTAL
           END-IF.

       RETURN-NEXT-LINE.
           RETURN ACCURACY-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       START-STORE.
           SET STORE-IN-PROGRESS TO TRUE.
           MOVE AS-STORE-CODE TO WS-BREAK-STORE.
           ADD 1 TO WS-STORE-COUNT.
           INITIALIZE WS-STORE-TOTALS.

      * A week that sold with no forecast behind it is only
      * counted; a forecast week is measured, and printed when
      * flagged or when every week is asked for.
       MEASURE-ONE-WEEK.
           IF NOT WEEK-WAS-FORECAST
               IF WS-WEEK-ACTUAL > 0
                   ADD 1 TO WS-ST-UNFORECAST
               END-IF
           ELSE
               PERFORM SCORE-FORECAST-WEEK
           END-IF.

       SCORE-FORECAST-WEEK.
           ADD 1 TO WS-MEASURED-COUNT WS-ST-WEEKS.
           IF WS-WEEK-ACTUAL < 0
               MOVE 0 TO WS-WEEK-ACTUAL
           END-IF.
           COMPUTE WS-WEEK-ERROR = WS-WEEK-FORECAST - WS-WEEK-ACTUAL.
           MOVE WS-WEEK-ERROR TO WS-ABS-ERROR.
           IF WS-ABS-ERROR < 0
               COMPUTE WS-ABS-ERROR = WS-ABS-ERROR * -1
           END-IF.
           ADD WS-WEEK-FORECAST TO WS-ST-FORECAST.
           ADD WS-WEEK-ACTUAL TO WS-ST-ACTUAL.
           ADD WS-ABS-ERROR TO WS-ST-ABS-ERROR.

           MOVE SPACES TO ACCURACY-DETAIL-LINE.
           MOVE 0 TO WS-ERROR-PCT.
           EVALUATE TRUE
               WHEN WS-WEEK-ACTUAL = 0 AND WS-WEEK-FORECAST > 0
                   MOVE "NO SALES" TO ADL-FLAG
               WHEN WS-WEEK-ACTUAL = 0
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-ERROR-PCT ROUNDED =
                           WS-WEEK-ERROR * 100 / WS-WEEK-ACTUAL
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-ERROR-PCT
                   END-COMPUTE
                   IF WS-ERROR-PCT > 999.9
                       MOVE 999.9 TO WS-ERROR-PCT
                   END-IF
                   IF WS-ERROR-PCT > WS-TOLERANCE-PCT
                       MOVE "OVER" TO ADL-FLAG
                   END-IF
                   IF WS-ERROR-PCT * -1 > WS-TOLERANCE-PCT
                       MOVE "UNDER" TO ADL-FLAG
                   END-IF
           END-EVALUATE.
           IF ADL-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT WS-ST-FLAGGED
           END-IF.
           IF ADL-FLAG = SPACES AND NOT LIST-EVERY-WEEK
               CONTINUE
           ELSE
               PERFORM SET-PRINT-STORE
               MOVE WS-BREAK-ITEM TO ADL-ITEM-CODE
               MOVE WS-BREAK-WEEK TO ADL-WEEK-START
               MOVE WS-WEEK-FORECAST TO ADL-FORECAST
               MOVE WS-WEEK-ACTUAL TO ADL-ACTUAL
               MOVE WS-WEEK-ERROR TO ADL-ERROR
               MOVE WS-ERROR-PCT TO ADL-ERROR-PCT
               MOVE ACCURACY-DETAIL-LINE TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SET-PRINT-STORE.
           IF WS-BREAK-STORE = SPACES
               MOVE "ALL" TO ADL-STORE-CODE ATL-STORE-CODE
           ELSE
               MOVE WS-BREAK-STORE TO ADL-STORE-CODE ATL-STORE-CODE
           END-IF.

      * WAPE is the absolute error over actual units; bias the net
      * error over actual units, positive when over-forecast.
       PRINT-STORE-TOTAL.
           MOVE 0 TO WS-WAPE-PCT WS-BIAS-PCT.
           IF WS-ST-ACTUAL > 0
               COMPUTE WS-WAPE-PCT ROUNDED =
                       WS-ST-ABS-ERROR * 100 / WS-ST-ACTUAL
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-WAPE-PCT
               END-COMPUTE
               COMPUTE WS-BIAS-PCT ROUNDED =
                       (WS-ST-FORECAST - WS-ST-ACTUAL) * 100
                       / WS-ST-ACTUAL
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-BIAS-PCT
               END-COMPUTE
           ELSE
               IF WS-ST-FORECAST > 0
                   MOVE 999.9 TO WS-WAPE-PCT WS-BIAS-PCT
               END-IF
           END-IF.
           IF WS-WAPE-PCT > 999.9
               MOVE 999.9 TO WS-WAPE-PCT
           END-IF.
           IF WS-BIAS-PCT > 999.9
               MOVE 999.9 TO WS-BIAS-PCT
           END-IF.
           IF WS-BIAS-PCT < -999.9
               MOVE -999.9 TO WS-BIAS-PCT
           END-IF.
           IF WS-BREAK-STORE = SPACES
               MOVE WS-WAPE-PCT TO WS-COMPANY-WAPE
           END-IF.
           PERFORM SET-PRINT-STORE.
           MOVE WS-ST-WEEKS TO ATL-WEEKS.
           MOVE WS-ST-FORECAST TO ATL-FORECAST.
           MOVE WS-ST-ACTUAL TO ATL-ACTUAL.
           MOVE WS-ST-ABS-ERROR TO ATL-ABS-ERROR.
           MOVE WS-WAPE-PCT TO ATL-WAPE.
           MOVE WS-BIAS-PCT TO ATL-BIAS.
           MOVE WS-ST-FLAGGED TO ATL-FLAGGED.
           MOVE WS-ST-UNFORECAST TO ATL-UNFORECAST.
           MOVE ACCURACY-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM FCST-ACCURACY.
