      * PROGRAM: SUMM01
      * PURPOSE: AGGREGATE SALES DATA BY DEPARTMENT AND SUB-DEPARTMENT,
      *          OR BY WEEK/MONTH WHEN SUMM01.PARM SELECTS A ROLLUP
      *          MODE OTHER THAN THE DEPARTMENT DEFAULT. THE MONTH
      *          AND WEEK ROLLUPS FOLLOW THE COMPANY'S PERIOD BASIS
      *          (FISCAL_PERIOD) -- CALENDAR MONTHS, OR 4-4-5 FISCAL
      *          PERIODS AND THE WEEKS WITHIN THEM.
      * INPUT:   INPUT_SUMM.DAT (DEPT CODE, SUB-DEPT CODE, TRAN DATE,
      *                          SALES AMOUNT) -- SORTED INTERNALLY, SO
      *                          THE INPUT FILE NEED NOT ARRIVE IN ANY
      *          CONTROL_LIST.DAT (CONTROL TOTALS)
      *          SUMM01_REJ.LST (INPUT RECORDS WITH A NON-NUMERIC
      *                          SALES AMOUNT)
      *          OUTPUT_SUMM_XTAB.DAT AND SUMM01_XTAB.CSV (CROSS-TAB
      *                          ONLY -- SEE BELOW)
      *
      * CROSS-TAB: CROSSTAB=M OR CROSSTAB=W ON SUMM01.PARM ALSO LAYS
      * THE SALES OUT AS A MATRIX -- DEPARTMENTS DOWN THE SIDE
      * (ROWS=SUB FOR DEPARTMENT/SUB-DEPARTMENT), MONTHS OR WEEKS
      * ACROSS THE TOP ON THE SAME PERIOD BASIS AS THE ROLLUPS, ROW
      * TOTALS ON THE RIGHT AND COLUMN TOTALS AT THE BOTTOM.
      * XTAB-FROM= AND XTAB-TO= (YYYYPP) LIMIT THE PERIODS SHOWN.
      * NINE PERIODS FIT ACROSS A PAGE; BEYOND THAT THE COLUMNS PAGE
      * ON, THE ROW TOTALS PRINTING WITH THE LAST COLUMN PAGE. THE
      * SAME MATRIX IS WRITTEN COMMA-SEPARATED FOR SPREADSHEETS. UP
      * TO 100 ROWS BY 60 PERIODS; SALES THAT FALL OUTSIDE THAT ARE
      * COUNTED ON THE TRAILER RATHER THAN SILENTLY LOST. THE
      * ORDINARY REPORT IS PRODUCED EITHER WAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   "data/aggregation/SUMM_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRP-HIST.
           SELECT XTAB-CSV-FILE ASSIGN TO
                   "data/aggregation/SUMM01_XTAB.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XTAB-CSV.

       DATA DIVISION.
       FILE SECTION.
           05  GH-TOTAL             PIC S9(10) SIGN IS LEADING
                                     SEPARATE.

      * One matrix line per row, 60 periods plus label and total.
       FD  XTAB-CSV-FILE.
       01  XTAB-CSV-RECORD          PIC X(800).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  FS-INPUT         PIC X(2).
           05  FS-GRPTOT        PIC X(2).
           05  FS-MAJTOT        PIC X(2).
           05  FS-GRP-HIST      PIC X(2).
           05  FS-XTAB-CSV      PIC X(2).

       01  WORK-AREAS.
           05  GRAND-TOTAL      PIC S9(12) VALUE 0.
       01  WS-BUILD-LABEL           PIC X(8).
       01  WS-DAY-NUM               PIC 9(2).
       01  WS-WEEK-BUCKET           PIC 9(1).
      * The period the last date resolved to, kept so a run of dates
      * in one period does not go back to FISCAL_PERIOD every record.
       01  WS-FP-FUNCTION           PIC X VALUE 'D'.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-DATE               PIC 9(8).
       01  WS-FP-PERIOD             PIC 9(6) VALUE 0.
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-START              PIC 9(8) VALUE 0.
       01  WS-FP-END                PIC 9(8) VALUE 0.
       01  WS-FP-STATUS             PIC X(2).
       01  WS-KEY-BASIS             PIC X VALUE 'C'.
       01  WS-PERCENT               PIC S9(3)V99.

      * Cross-tab state. Rows are department (or department plus
      * sub-department) keys and columns period keys, each kept in
      * ascending order; the first pass over the sorted file lays
      * out the rows and columns, the second fills the cells.
       01  WS-XTAB-MODE             PIC X VALUE SPACE.
           88  CROSS-TAB-OFF        VALUE SPACE.
           88  CROSS-TAB-BY-WEEK    VALUE 'W'.
           88  CROSS-TAB-BY-MONTH   VALUE 'M'.
       01  WS-XTAB-ROW-MODE         PIC X VALUE 'D'.
           88  XTAB-SUB-ROWS        VALUE 'S'.
       01  WS-XTAB-FROM             PIC X(6) VALUE "000000".
       01  WS-XTAB-TO               PIC X(6) VALUE "999999".
       01  WS-XTAB-TABLE.
           05  WS-XC-COUNT          PIC 9(2) VALUE 0.
           05  WS-XC-KEY            PIC X(7) OCCURS 60 TIMES.
           05  WS-XR-COUNT          PIC 9(3) VALUE 0.
           05  WS-XR-ENTRIES OCCURS 100 TIMES.
               10  WS-XR-KEY        PIC X(4).
               10  WS-XR-CELL       PIC S9(11) OCCURS 60 TIMES.
       01  WS-XC-IDX                PIC 9(2).
       01  WS-XC-SCAN               PIC 9(2).
       01  WS-XC-SHIFT              PIC 9(2).
       01  WS-XR-IDX                PIC 9(3).
       01  WS-XR-SCAN               PIC 9(3).
       01  WS-XR-SHIFT              PIC 9(3).
       01  WS-XTAB-ROW-KEY          PIC X(4).
       01  WS-XTAB-FOUND            PIC X.
       01  WS-XTAB-IN-RANGE         PIC X.
       01  WS-XTAB-FULL-WARNED      PIC X VALUE 'N'.
       01  WS-XTAB-DROPPED          PIC 9(7) VALUE 0.
       01  WS-XTAB-ROW-TOTAL        PIC S9(12).
       01  WS-XTAB-COL-TOTAL        PIC S9(12).
       01  WS-XTAB-GRAND            PIC S9(12).
       01  WS-XTAB-PER-PAGE         PIC 9(2) VALUE 9.
       01  WS-XTAB-PAGE-FIRST       PIC 9(2).
       01  WS-XTAB-PAGE-LAST        PIC 9(2).
       01  WS-XTAB-TITLE            PIC X(40).
       01  WS-XTAB-DSN              PIC X(80)
               VALUE "data/aggregation/OUTPUT_SUMM_XTAB.DAT".
       01  WS-XTAB-POINTER          PIC 9(3).
       01  WS-XTAB-LABEL            PIC X(8).
       01  WS-XTAB-COL-LABEL        PIC X(12).
       01  WS-XTAB-CELL-ED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-XTAB-TOTAL-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-XTAB-CSV-ED           PIC -(11)9.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "SUMM01".
       01  WS-STAT-NAME             PIC X(12).
       01  WS-STAT-VALUE            PIC 9(9).
           PERFORM 3000-BUILD-AGGREGATES.
           PERFORM 3600-LOAD-PRIOR-TOTALS THRU END-LOAD-PRIOR-TOTALS.
           PERFORM 4000-WRITE-REPORT.
           IF NOT CROSS-TAB-OFF
               PERFORM 6000-WRITE-CROSS-TAB
           END-IF.
           PERFORM 5000-WRITE-CONTROL-TOTALS.
           PERFORM 5500-RECORD-RUN-STATS.
           STOP RUN.
                   AND WS-KW-VALUE(1:3) NOT = "000"
               MOVE WS-KW-VALUE(1:3) TO WS-TREND-THRESHOLD
           END-IF.
           MOVE "CROSSTAB" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               IF WS-KW-VALUE(1:1) = 'M' OR WS-KW-VALUE(1:1) = 'W'
                   MOVE WS-KW-VALUE(1:1) TO WS-XTAB-MODE
               END-IF
           END-IF.
           MOVE "ROWS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'S'
               SET XTAB-SUB-ROWS TO TRUE
           END-IF.
           MOVE "XTAB-FROM" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-XTAB-FROM
           END-IF.
           MOVE "XTAB-TO" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-XTAB-TO
           END-IF.

      * Validates each input record's sales amount and rejects the bad
      * ones instead of letting them reach the sort, then internally
           END-IF.
           EVALUATE WS-ROLLUP-MODE
               WHEN 'M'
                   PERFORM 3350-RESOLVE-PERIOD
                   MOVE SPACES TO WS-BUILD-KEY
                   MOVE WS-FP-PERIOD TO WS-BUILD-KEY(1:6)
                   MOVE "MONTH" TO WS-BUILD-LABEL
                   PERFORM 3200-ACCUMULATE-GROUP
               WHEN 'W'
                   PERFORM 3400-ACCUMULATE-MAJOR
           END-EVALUATE.

      * Monthly rollup buckets by the company's accounting period --
      * the calendar month (YYYYMM) or the fiscal period (YYYYPP).
      * Weekly rollup is a week-within-period bucket: on calendar
      * months a simplified one (day 1-7 = week 1, 8-14 = week 2,
      * and so on -- true ISO week numbering was not needed for this
      * report), on fiscal periods the period's own Sunday-to-
      * Saturday weeks counted from its first day.
       3300-COMPUTE-WEEK-KEY.
           PERFORM 3350-RESOLVE-PERIOD.
           MOVE SPACES TO WS-BUILD-KEY.
           MOVE WS-FP-PERIOD TO WS-BUILD-KEY(1:6).
           IF WS-KEY-BASIS = 'F'
               COMPUTE WS-WEEK-BUCKET =
                       (FUNCTION INTEGER-OF-DATE(SR-TRAN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-FP-START)) / 7
                       + 1
           ELSE
               MOVE SR-TRAN-DATE(7:2) TO WS-DAY-NUM
               COMPUTE WS-WEEK-BUCKET = (WS-DAY-NUM - 1) / 7 + 1
           END-IF.
           MOVE WS-WEEK-BUCKET TO WS-BUILD-KEY(7:1).

      * A date off the fiscal calendar falls back to its calendar
      * month rather than drop out of the report.
       3350-RESOLVE-PERIOD.
           IF SR-TRAN-DATE >= WS-FP-START
                   AND SR-TRAN-DATE <= WS-FP-END
               CONTINUE
           ELSE
               MOVE SR-TRAN-DATE TO WS-FP-DATE
               MOVE SPACE TO WS-FP-BASIS
               CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                       WS-FP-DATE, WS-FP-PERIOD, WS-FP-WEEK,
                       WS-FP-START, WS-FP-END, WS-FP-STATUS
               MOVE WS-FP-BASIS TO WS-KEY-BASIS
               IF WS-FP-STATUS NOT = "00"
                   MOVE 'C' TO WS-KEY-BASIS
                   MOVE SR-TRAN-DATE(1:6) TO WS-FP-PERIOD
                   MOVE 0 TO WS-FP-START
                   MOVE 0 TO WS-FP-END
               END-IF
           END-IF.

      * The sorted order makes each group contiguous, so a change of
      * build key is a completed group -- flush it to the totals
      * file and start accumulating the next.
           CALL "RUNSTAT_WRITER" USING WS-EXC-PROGRAM, WS-STAT-NAME,
                   WS-STAT-VALUE.

      * The cross-tab reads the sorted file twice more: once to lay
      * out the rows and columns in key order, once to fill the
      * cells, so no cell ever has to move when a new period turns
      * up in the middle of the range.
       6000-WRITE-CROSS-TAB.
           INITIALIZE WS-XTAB-TABLE.
           OPEN INPUT SORTED-FILE.
           MOVE 'N' TO WS-SORTED-EOF-FLAG.
           PERFORM UNTIL WS-SORTED-DONE
               READ SORTED-FILE
                   AT END
                       SET WS-SORTED-DONE TO TRUE
                   NOT AT END
                       PERFORM 6100-XTAB-KEYS
                       IF WS-XTAB-IN-RANGE = 'Y'
                           PERFORM 6200-NOTE-XTAB-ROW
                           PERFORM 6250-NOTE-XTAB-COLUMN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           MOVE 'N' TO WS-SORTED-EOF-FLAG.
           PERFORM UNTIL WS-SORTED-DONE
               READ SORTED-FILE
                   AT END
                       SET WS-SORTED-DONE TO TRUE
                   NOT AT END
                       PERFORM 6100-XTAB-KEYS
                       IF WS-XTAB-IN-RANGE = 'Y'
                           PERFORM 6300-POST-XTAB-CELL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-FILE.
           PERFORM 6400-PRINT-CROSS-TAB.
           PERFORM 6600-WRITE-CROSS-TAB-CSV
               THRU END-WRITE-CROSS-TAB-CSV.

      * The period key is built exactly as the W/M rollups build
      * theirs, so the matrix and the list agree on every period.
       6100-XTAB-KEYS.
           IF CROSS-TAB-BY-WEEK
               PERFORM 3300-COMPUTE-WEEK-KEY
           ELSE
               PERFORM 3350-RESOLVE-PERIOD
               MOVE SPACES TO WS-BUILD-KEY
               MOVE WS-FP-PERIOD TO WS-BUILD-KEY(1:6)
           END-IF.
           MOVE SPACES TO WS-XTAB-ROW-KEY.
           MOVE SR-DEPT-CODE TO WS-XTAB-ROW-KEY(1:2).
           IF XTAB-SUB-ROWS
               MOVE SR-SUB-DEPT-CODE TO WS-XTAB-ROW-KEY(3:2)
           END-IF.
           IF WS-BUILD-KEY(1:6) < WS-XTAB-FROM
                   OR WS-BUILD-KEY(1:6) > WS-XTAB-TO
               MOVE 'N' TO WS-XTAB-IN-RANGE
           ELSE
               MOVE 'Y' TO WS-XTAB-IN-RANGE
           END-IF.

      * Insert in key order; a full table is reported once, and the
      * sales it cannot hold are counted when the cells are posted.
       6200-NOTE-XTAB-ROW.
           MOVE 'N' TO WS-XTAB-FOUND.
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-COUNT
               IF WS-XR-KEY(WS-XR-SCAN) = WS-XTAB-ROW-KEY
                   MOVE 'Y' TO WS-XTAB-FOUND
                   EXIT PERFORM
               END-IF
               IF WS-XR-KEY(WS-XR-SCAN) > WS-XTAB-ROW-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-XTAB-FOUND = 'N'
               IF WS-XR-COUNT >= 100
                   PERFORM 6290-WARN-XTAB-FULL
               ELSE
                   PERFORM VARYING WS-XR-SHIFT FROM WS-XR-COUNT BY -1
                           UNTIL WS-XR-SHIFT < WS-XR-SCAN
                       MOVE WS-XR-KEY(WS-XR-SHIFT)
                               TO WS-XR-KEY(WS-XR-SHIFT + 1)
                   END-PERFORM
                   MOVE WS-XTAB-ROW-KEY TO WS-XR-KEY(WS-XR-SCAN)
                   ADD 1 TO WS-XR-COUNT
               END-IF
           END-IF.

       6250-NOTE-XTAB-COLUMN.
           MOVE 'N' TO WS-XTAB-FOUND.
           PERFORM VARYING WS-XC-SCAN FROM 1 BY 1
                   UNTIL WS-XC-SCAN > WS-XC-COUNT
               IF WS-XC-KEY(WS-XC-SCAN) = WS-BUILD-KEY
                   MOVE 'Y' TO WS-XTAB-FOUND
                   EXIT PERFORM
               END-IF
               IF WS-XC-KEY(WS-XC-SCAN) > WS-BUILD-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-XTAB-FOUND = 'N'
               IF WS-XC-COUNT >= 60
                   PERFORM 6290-WARN-XTAB-FULL
               ELSE
                   PERFORM VARYING WS-XC-SHIFT FROM WS-XC-COUNT BY -1
                           UNTIL WS-XC-SHIFT < WS-XC-SCAN
                       MOVE WS-XC-KEY(WS-XC-SHIFT)
                               TO WS-XC-KEY(WS-XC-SHIFT + 1)
                   END-PERFORM
                   MOVE WS-BUILD-KEY TO WS-XC-KEY(WS-XC-SCAN)
                   ADD 1 TO WS-XC-COUNT
               END-IF
           END-IF.

       6290-WARN-XTAB-FULL.
           IF WS-XTAB-FULL-WARNED = 'N'
               DISPLAY "SUMM01 WARNING: CROSS-TAB HOLDS 100 ROWS BY "
                       "60 PERIODS -- THE REST ARE LEFT OFF."
               MOVE 'Y' TO WS-XTAB-FULL-WARNED
           END-IF.

       6300-POST-XTAB-CELL.
           MOVE 0 TO WS-XR-IDX.
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-COUNT
               IF WS-XR-KEY(WS-XR-SCAN) = WS-XTAB-ROW-KEY
                   MOVE WS-XR-SCAN TO WS-XR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-XC-IDX.
           PERFORM VARYING WS-XC-SCAN FROM 1 BY 1
                   UNTIL WS-XC-SCAN > WS-XC-COUNT
               IF WS-XC-KEY(WS-XC-SCAN) = WS-BUILD-KEY
                   MOVE WS-XC-SCAN TO WS-XC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-XR-IDX = 0 OR WS-XC-IDX = 0
               ADD 1 TO WS-XTAB-DROPPED
           ELSE
               ADD SR-SALES-AMOUNT TO WS-XR-CELL(WS-XR-IDX, WS-XC-IDX)
           END-IF.

      * One pass of the rows per page of columns. Row totals and the
      * grand total go on the last column page, where the matrix
      * ends; every page carries its own column totals.
       6400-PRINT-CROSS-TAB.
           MOVE SPACES TO WS-XTAB-TITLE.
           IF CROSS-TAB-BY-WEEK
               MOVE "SALES CROSS-TAB BY WEEK" TO WS-XTAB-TITLE
           ELSE
               MOVE "SALES CROSS-TAB BY MONTH" TO WS-XTAB-TITLE
           END-IF.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-XTAB-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                   WS-RPT-TEXT.
           MOVE 0 TO WS-XTAB-GRAND.
           MOVE 1 TO WS-XTAB-PAGE-FIRST.
           IF WS-XC-COUNT = 0
               MOVE 0 TO WS-XTAB-PAGE-LAST
               PERFORM 6410-PRINT-COLUMN-PAGE
           END-IF.
           PERFORM UNTIL WS-XTAB-PAGE-FIRST > WS-XC-COUNT
               COMPUTE WS-XTAB-PAGE-LAST =
                       WS-XTAB-PAGE-FIRST + WS-XTAB-PER-PAGE - 1
               IF WS-XTAB-PAGE-LAST > WS-XC-COUNT
                   MOVE WS-XC-COUNT TO WS-XTAB-PAGE-LAST
               END-IF
               PERFORM 6410-PRINT-COLUMN-PAGE
               COMPUTE WS-XTAB-PAGE-FIRST = WS-XTAB-PAGE-LAST + 1
           END-PERFORM.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-XTAB-GRAND TO WS-XTAB-TOTAL-ED.
           STRING "ROWS: " WS-XR-COUNT
                  " PERIODS: " WS-XC-COUNT
                  " GRAND TOTAL: " WS-XTAB-TOTAL-ED
                  " SALES LEFT OFF: " WS-XTAB-DROPPED
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           MOVE 'T' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                   WS-RPT-TEXT.

       6410-PRINT-COLUMN-PAGE.
           PERFORM 6420-BUILD-XTAB-HEADING.
           IF WS-XTAB-PAGE-FIRST = 1
               MOVE 'H' TO WS-RPT-ACTION
               CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                       WS-RPT-TEXT
           ELSE
               MOVE 'R' TO WS-RPT-ACTION
               CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                       WS-RPT-TEXT
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               STRING WS-XTAB-TITLE DELIMITED BY "  "
                      " (CONTINUED)" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                       WS-RPT-TEXT
           END-IF.
           PERFORM 6430-PRINT-XTAB-ROW
                   VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT.
           PERFORM 6440-PRINT-XTAB-TOTALS.

       6420-BUILD-XTAB-HEADING.
           MOVE SPACES TO WS-RPT-TEXT.
           IF XTAB-SUB-ROWS
               MOVE "DEPT/SUB" TO WS-RPT-TEXT(1:8)
           ELSE
               MOVE "DEPT" TO WS-RPT-TEXT(1:8)
           END-IF.
           MOVE 9 TO WS-XTAB-POINTER.
           PERFORM VARYING WS-XC-IDX FROM WS-XTAB-PAGE-FIRST BY 1
                   UNTIL WS-XC-IDX > WS-XTAB-PAGE-LAST
               PERFORM 6490-BUILD-COLUMN-LABEL
               MOVE WS-XTAB-COL-LABEL
                       TO WS-RPT-TEXT(WS-XTAB-POINTER:12)
               ADD 12 TO WS-XTAB-POINTER
           END-PERFORM.
           IF WS-XTAB-PAGE-LAST = WS-XC-COUNT
               MOVE "       TOTAL" TO WS-RPT-TEXT(WS-XTAB-POINTER:12)
           END-IF.

       6430-PRINT-XTAB-ROW.
           PERFORM 6480-BUILD-ROW-LABEL.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-XTAB-LABEL TO WS-RPT-TEXT(1:8).
           MOVE 9 TO WS-XTAB-POINTER.
           PERFORM VARYING WS-XC-IDX FROM WS-XTAB-PAGE-FIRST BY 1
                   UNTIL WS-XC-IDX > WS-XTAB-PAGE-LAST
               MOVE WS-XR-CELL(WS-XR-IDX, WS-XC-IDX) TO WS-XTAB-CELL-ED
               MOVE WS-XTAB-CELL-ED
                       TO WS-RPT-TEXT(WS-XTAB-POINTER + 1:11)
               ADD 12 TO WS-XTAB-POINTER
           END-PERFORM.
           IF WS-XTAB-PAGE-LAST = WS-XC-COUNT
               MOVE 0 TO WS-XTAB-ROW-TOTAL
               PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                       UNTIL WS-XC-IDX > WS-XC-COUNT
                   ADD WS-XR-CELL(WS-XR-IDX, WS-XC-IDX)
                           TO WS-XTAB-ROW-TOTAL
               END-PERFORM
               MOVE WS-XTAB-ROW-TOTAL TO WS-XTAB-TOTAL-ED
               MOVE WS-XTAB-TOTAL-ED
                       TO WS-RPT-TEXT(WS-XTAB-POINTER + 2:14)
           END-IF.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                   WS-RPT-TEXT.

       6440-PRINT-XTAB-TOTALS.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE "TOTAL" TO WS-RPT-TEXT(1:8).
           MOVE 9 TO WS-XTAB-POINTER.
           PERFORM VARYING WS-XC-IDX FROM WS-XTAB-PAGE-FIRST BY 1
                   UNTIL WS-XC-IDX > WS-XTAB-PAGE-LAST
               PERFORM 6470-SUM-XTAB-COLUMN
               MOVE WS-XTAB-COL-TOTAL TO WS-XTAB-CELL-ED
               MOVE WS-XTAB-CELL-ED
                       TO WS-RPT-TEXT(WS-XTAB-POINTER + 1:11)
               ADD 12 TO WS-XTAB-POINTER
               ADD WS-XTAB-COL-TOTAL TO WS-XTAB-GRAND
           END-PERFORM.
           IF WS-XTAB-PAGE-LAST = WS-XC-COUNT
               MOVE WS-XTAB-GRAND TO WS-XTAB-TOTAL-ED
               MOVE WS-XTAB-TOTAL-ED
                       TO WS-RPT-TEXT(WS-XTAB-POINTER + 2:14)
           END-IF.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, WS-XTAB-DSN,
                   WS-RPT-TEXT.

       6470-SUM-XTAB-COLUMN.
           MOVE 0 TO WS-XTAB-COL-TOTAL.
           PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
                   UNTIL WS-XR-SCAN > WS-XR-COUNT
               ADD WS-XR-CELL(WS-XR-SCAN, WS-XC-IDX)
                       TO WS-XTAB-COL-TOTAL
           END-PERFORM.

       6480-BUILD-ROW-LABEL.
           MOVE SPACES TO WS-XTAB-LABEL.
           IF XTAB-SUB-ROWS
               STRING WS-XR-KEY(WS-XR-IDX)(1:2) "/"
                      WS-XR-KEY(WS-XR-IDX)(3:2)
                   DELIMITED BY SIZE INTO WS-XTAB-LABEL
           ELSE
               MOVE WS-XR-KEY(WS-XR-IDX)(1:2) TO WS-XTAB-LABEL
           END-IF.

      * Right-aligned in its 12 columns: YYYYPP for a month,
      * YYYYPP-W for a week within it.
       6490-BUILD-COLUMN-LABEL.
           MOVE SPACES TO WS-XTAB-COL-LABEL.
           IF CROSS-TAB-BY-WEEK
               MOVE WS-XC-KEY(WS-XC-IDX)(1:6)
                       TO WS-XTAB-COL-LABEL(5:6)
               MOVE "-" TO WS-XTAB-COL-LABEL(11:1)
               MOVE WS-XC-KEY(WS-XC-IDX)(7:1)
                       TO WS-XTAB-COL-LABEL(12:1)
           ELSE
               MOVE WS-XC-KEY(WS-XC-IDX)(1:6)
                       TO WS-XTAB-COL-LABEL(7:6)
           END-IF.

      * The spreadsheet copy: the whole matrix on one line per row,
      * no paging, with the same totals row and column.
       6600-WRITE-CROSS-TAB-CSV.
           OPEN OUTPUT XTAB-CSV-FILE.
           IF FS-XTAB-CSV NOT = "00"
               DISPLAY "SUMM01: CANNOT OPEN CROSS-TAB CSV: "
                       FS-XTAB-CSV
               GO TO END-WRITE-CROSS-TAB-CSV
           END-IF.
           MOVE SPACES TO XTAB-CSV-RECORD.
           MOVE 1 TO WS-XTAB-POINTER.
           IF XTAB-SUB-ROWS
               STRING "DEPT/SUB" DELIMITED BY SIZE
                   INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER
           ELSE
               STRING "DEPT" DELIMITED BY SIZE
                   INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER
           END-IF.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               PERFORM 6490-BUILD-COLUMN-LABEL
               STRING "," FUNCTION TRIM(WS-XTAB-COL-LABEL)
                   DELIMITED BY SIZE
                   INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER
           END-PERFORM.
           STRING ",TOTAL" DELIMITED BY SIZE
               INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER.
           WRITE XTAB-CSV-RECORD.
           PERFORM 6610-WRITE-CSV-ROW
                   VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT.
           MOVE SPACES TO XTAB-CSV-RECORD.
           MOVE 1 TO WS-XTAB-POINTER.
           STRING "TOTAL" DELIMITED BY SIZE
               INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               PERFORM 6470-SUM-XTAB-COLUMN
               MOVE WS-XTAB-COL-TOTAL TO WS-XTAB-CSV-ED
               STRING "," FUNCTION TRIM(WS-XTAB-CSV-ED)
                   DELIMITED BY SIZE
                   INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER
           END-PERFORM.
           MOVE WS-XTAB-GRAND TO WS-XTAB-CSV-ED.
           STRING "," FUNCTION TRIM(WS-XTAB-CSV-ED)
               DELIMITED BY SIZE
               INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER.
           WRITE XTAB-CSV-RECORD.
           CLOSE XTAB-CSV-FILE.
       END-WRITE-CROSS-TAB-CSV.
           CONTINUE.

       6610-WRITE-CSV-ROW.
           PERFORM 6480-BUILD-ROW-LABEL.
           MOVE SPACES TO XTAB-CSV-RECORD.
           MOVE 1 TO WS-XTAB-POINTER.
           STRING FUNCTION TRIM(WS-XTAB-LABEL) DELIMITED BY SIZE
               INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER.
           MOVE 0 TO WS-XTAB-ROW-TOTAL.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XR-CELL(WS-XR-IDX, WS-XC-IDX) TO WS-XTAB-CSV-ED
               ADD WS-XR-CELL(WS-XR-IDX, WS-XC-IDX)
                       TO WS-XTAB-ROW-TOTAL
               STRING "," FUNCTION TRIM(WS-XTAB-CSV-ED)
                   DELIMITED BY SIZE
                   INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER
           END-PERFORM.
           MOVE WS-XTAB-ROW-TOTAL TO WS-XTAB-CSV-ED.
           STRING "," FUNCTION TRIM(WS-XTAB-CSV-ED)
               DELIMITED BY SIZE
               INTO XTAB-CSV-RECORD WITH POINTER WS-XTAB-POINTER.
           WRITE XTAB-CSV-RECORD.

       END PROGRAM SUMM01.
