       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-RPT.
       AUTHOR. Jules.
      *
      * Budget-versus-actual by store and department. Actuals come
      * from the posted sales themselves -- SALES_HISTORY.DAT,
      * through the same store/item-group to department mapping
      * (STORE_DEPT_MAP.DAT) HIST_TO_SUMM feeds SUMM01 with, and
      * netted the same way: returns and receipt voids come off,
      * and a line from before the net value was carried counts at
      * its gross. Margin is that net value less the unit cost
      * frozen into the line when it posted. The budget is what
      * BUDGET_LOAD put on BUDGET.IDX (BUDGREC.CPY).
      *
      * For each store and department the report shows, for net
      * sales and for margin, month-to-date and year-to-date actual
      * against budget with the variance and variance percentage.
      * A month still in progress is budgeted pro rata to the days
      * gone, so the middle of the month is not read as a shortfall.
      * A department more than BEHIND-PCT (default 10) percent under
      * budget is flagged BEHIND MTD, BEHIND YTD or both; trade with
      * no budget behind it is flagged NO BUDGET. Store and grand
      * totals follow.
      *
      * The month is MONTH=YYYYMM on BUDGET_RPT.PARM (through the
      * shared PARM_KEYWORD entry), by default the month of the
      * business date resolved by BIZ_DATE; the year runs from the
      * month given as YEAR-START=MM (default 01). Actuals are
      * taken to the business date or the month's end, whichever
      * comes first.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT BUDGET-FILE ASSIGN TO DSN-BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BU-KEY
               FILE STATUS IS FS-BUDGET.
           SELECT MAP-FILE ASSIGN TO DSN-MAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAP.
           SELECT BUDGET-SORT-FILE ASSIGN TO "BUDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  BUDGET-FILE.
           COPY "BUDGREC.CPY".

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-STORE-CODE       PIC X(4).
           05  MAP-ITEM-GROUP       PIC X(2).
           05  MAP-DEPT             PIC X(2).
           05  MAP-SUB-DEPT         PIC X(2).

       SD  BUDGET-SORT-FILE.
       01  BUDGET-SORT-RECORD.
           05  BS-STORE-CODE        PIC X(4).
           05  BS-DEPT-CODE         PIC X(2).
           05  BS-FIGURES.
               10  BS-MTD-BUD-SALES PIC S9(11)V99.
               10  BS-MTD-ACT-SALES PIC S9(11)V99.
               10  BS-MTD-BUD-MARGIN
                                    PIC S9(11)V99.
               10  BS-MTD-ACT-MARGIN
                                    PIC S9(11)V99.
               10  BS-YTD-BUD-SALES PIC S9(11)V99.
               10  BS-YTD-ACT-SALES PIC S9(11)V99.
               10  BS-YTD-BUD-MARGIN
                                    PIC S9(11)V99.
               10  BS-YTD-ACT-MARGIN
                                    PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-BUDGET            PIC X(2).
           05  FS-MAP               PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-BUDGET        PIC X(27)
              VALUE "data/aggregation/BUDGET.IDX".
           05 DSN-MAP           PIC X(35)
              VALUE "data/aggregation/STORE_DEPT_MAP.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/aggregation/BUDGET_RPT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/aggregation/BUDGET_RPT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-BEHIND-PCT            PIC 9(3)V99 VALUE 10.
       01  WS-YEAR-START            PIC 9(2) VALUE 1.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * The month reported, the year it falls in, and how far
      * through the month the actuals run.
       01  WS-REPORT-MONTH          PIC 9(6).
       01  WS-RM-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR           PIC 9(4).
           05  WS-RM-MM             PIC 9(2).
       01  WS-YTD-START-MONTH       PIC 9(6).
       01  WS-YS-PARTS REDEFINES WS-YTD-START-MONTH.
           05  WS-YS-YEAR           PIC 9(4).
           05  WS-YS-MM             PIC 9(2).
       01  WS-NEXT-MONTH            PIC 9(6).
       01  WS-NM-PARTS REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YEAR           PIC 9(4).
           05  WS-NM-MM             PIC 9(2).
       01  WS-MONTH-START-DATE      PIC 9(8).
       01  WS-MONTH-END-DATE        PIC 9(8).
       01  WS-YTD-START-DATE        PIC 9(8).
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-DAYS-IN-MONTH         PIC 9(2).
       01  WS-DAYS-GONE             PIC 9(2).
       01  WS-HIST-MONTH            PIC 9(6).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE DEPT MEASURE    MTD BUDGET    MTD ACTUAL      VARI
      -        "ANCE   VAR%    YTD BUDGET    YTD ACTUAL      VARIANCE   
      -        "VAR% FLAG".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-HISTORY-EOF       VALUE 'Y'.
       01  WS-BUDGET-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-BUDGET-EOF        VALUE 'Y'.
       01  WS-MAP-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-MAP-EOF           VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

      * The store/item-group to department map, loaded up front.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT         PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRIES OCCURS 200 TIMES
                   INDEXED BY WS-MP-IDX.
               10  WS-MP-STORE      PIC X(4).
               10  WS-MP-GROUP      PIC X(2).
               10  WS-MP-DEPT       PIC X(2).
       01  WS-MAP-HIT               PIC X.
       01  WS-USE-DEPT              PIC X(2).
       01  WS-ITEM-GROUP            PIC X(2).

      * One row per store and department, budget or trade.
       01  WS-ROW-TABLE.
           05  WS-ROW-COUNT         PIC 9(3) VALUE 0.
           05  WS-ROW-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-RW-IDX.
               10  WS-RW-STORE      PIC X(4).
               10  WS-RW-DEPT       PIC X(2).
               10  WS-RW-FIGURES.
                   15  WS-RW-MTD-BUD-SALES
                                    PIC S9(11)V99.
                   15  WS-RW-MTD-ACT-SALES
                                    PIC S9(11)V99.
                   15  WS-RW-MTD-BUD-MARGIN
                                    PIC S9(11)V99.
                   15  WS-RW-MTD-ACT-MARGIN
                                    PIC S9(11)V99.
                   15  WS-RW-YTD-BUD-SALES
                                    PIC S9(11)V99.
                   15  WS-RW-YTD-ACT-SALES
                                    PIC S9(11)V99.
                   15  WS-RW-YTD-BUD-MARGIN
                                    PIC S9(11)V99.
                   15  WS-RW-YTD-ACT-MARGIN
                                    PIC S9(11)V99.
       01  WS-FIND-STORE            PIC X(4).
       01  WS-FIND-DEPT             PIC X(2).
       01  WS-ROW-FOUND-FLAG        PIC X.
           88  ROW-FOUND            VALUE 'Y'.

       01  WS-BUDGET-SALES          PIC S9(11)V99.
       01  WS-BUDGET-MARGIN         PIC S9(11)V99.
       01  WS-LINE-VALUE            PIC S9(11)V99.
       01  WS-LINE-MARGIN           PIC S9(11)V99.
       01  WS-LINE-QTY              PIC S9(5)V99.

      * Store and grand totals, in the sort record's own shape.
       01  WS-BREAK-STORE           PIC X(4).
       01  WS-STORE-FIGURES.
           05  WS-SF-ENTRY          PIC S9(11)V99 OCCURS 8 TIMES.
       01  WS-GRAND-FIGURES.
           05  WS-GF-ENTRY          PIC S9(11)V99 OCCURS 8 TIMES.
       01  WS-ROW-FIGURES.
           05  WS-RF-ENTRY          PIC S9(11)V99 OCCURS 8 TIMES.
       01  WS-FIG-SUB               PIC 9.

      * One measure's four comparisons, as handed to the print line.
       01  WS-PRINT-STORE           PIC X(4).
       01  WS-PRINT-DEPT            PIC X(2).
       01  WS-PRINT-MEASURE         PIC X(7).
       01  WS-PR-MTD-BUDGET         PIC S9(11)V99.
       01  WS-PR-MTD-ACTUAL         PIC S9(11)V99.
       01  WS-PR-YTD-BUDGET         PIC S9(11)V99.
       01  WS-PR-YTD-ACTUAL         PIC S9(11)V99.
       01  WS-VARIANCE              PIC S9(11)V99.
       01  WS-VARIANCE-PCT          PIC S9(5)V9.
       01  WS-PCT-BASE              PIC S9(11)V99.
       01  WS-BEHIND-FLAGS.
           05  WS-BEHIND-MTD        PIC X.
           05  WS-BEHIND-YTD        PIC X.
           05  WS-NO-BUDGET         PIC X.
       01  WS-FLAG-ROW              PIC X.
           88  ROW-IS-FLAGGED       VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-BUDGET-LINES      PIC 9(7) VALUE 0.
           05  WS-HISTORY-LINES     PIC 9(7) VALUE 0.
           05  WS-UNMAPPED-COUNT    PIC 9(7) VALUE 0.
           05  WS-DEPT-COUNT        PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-VALUE        PIC S9(11)V99 VALUE 0.

       01  BUDGET-DETAIL-LINE.
           05  BDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  BDL-DEPT-CODE        PIC X(2).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  BDL-MEASURE          PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-MTD-BUDGET       PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-MTD-ACTUAL       PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-MTD-VARIANCE     PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-MTD-PCT          PIC -(3)9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-YTD-BUDGET       PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-YTD-ACTUAL       PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-YTD-VARIANCE     PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-YTD-PCT          PIC -(3)9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-FLAG             PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-BUDGET-PARAMETERS.
           PERFORM SET-REPORT-DATES.
           PERFORM LOAD-MAP-TABLE THRU END-LOAD-MAP.
           IF WS-MAP-COUNT = 0
               DISPLAY "BUDGET-RPT: NO MAPPING FILE ON FILE -- "
                       "NO ACTUALS CAN BE TAKEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "BUDGET VERSUS ACTUAL " WS-REPORT-MONTH
                  " TO " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT BUDGET-SORT-FILE
               ON ASCENDING KEY BS-STORE-CODE BS-DEPT-CODE
               INPUT PROCEDURE IS GATHER-BUDGET-AND-ACTUALS
               OUTPUT PROCEDURE IS PRINT-BUDGET-REPORT.

           DISPLAY "BUDGET-RPT TOTALS -- MONTH: " WS-REPORT-MONTH
                   " TO: " WS-CUTOFF-DATE
                   " BUDGET LINES: " WS-BUDGET-LINES
                   " HISTORY LINES: " WS-HISTORY-LINES
                   " UNMAPPED: " WS-UNMAPPED-COUNT
                   " DEPARTMENTS: " WS-DEPT-COUNT
                   " FLAGGED: " WS-FLAGGED-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "DEPARTMENTS: " WS-DEPT-COUNT
                  "  FLAGGED: " WS-FLAGGED-COUNT
                  "  UNMAPPED HISTORY LINES: " WS-UNMAPPED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF WS-FLAGGED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-BUDGET-PARAMETERS.
           MOVE WS-PROC-DATE(1:6) TO WS-REPORT-MONTH.
           MOVE "MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE "BEHIND-PCT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-BEHIND-PCT = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           MOVE "YEAR-START" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:2) IS NUMERIC
               MOVE WS-KW-VALUE(1:2) TO WS-YEAR-START
           END-IF.
           IF WS-YEAR-START < 1 OR WS-YEAR-START > 12
               MOVE 1 TO WS-YEAR-START
           END-IF.

      * Actuals run to the business date, or to the month's end for
      * a month already over; a month not yet begun has none.
       SET-REPORT-DATES.
           COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1.
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH.
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1)
                   - 1).
           MOVE WS-MONTH-END-DATE(7:2) TO WS-DAYS-IN-MONTH.
           IF WS-PROC-DATE < WS-MONTH-END-DATE
               MOVE WS-PROC-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-MONTH-END-DATE TO WS-CUTOFF-DATE
           END-IF.
           IF WS-CUTOFF-DATE < WS-MONTH-START-DATE
               MOVE 0 TO WS-DAYS-GONE
           ELSE
               MOVE WS-CUTOFF-DATE(7:2) TO WS-DAYS-GONE
           END-IF.

           MOVE WS-RM-YEAR TO WS-YS-YEAR.
           MOVE WS-YEAR-START TO WS-YS-MM.
           IF WS-RM-MM < WS-YEAR-START
               SUBTRACT 1 FROM WS-YS-YEAR
           END-IF.
           COMPUTE WS-YTD-START-DATE = WS-YTD-START-MONTH * 100 + 1.

       LOAD-MAP-TABLE.
           OPEN INPUT MAP-FILE.
           IF FS-MAP NOT = "00"
               GO TO END-LOAD-MAP
           END-IF.
           PERFORM UNTIL IS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET IS-MAP-EOF TO TRUE
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MAP-STORE-CODE TO
                                   WS-MP-STORE(WS-MAP-COUNT)
                           MOVE MAP-ITEM-GROUP TO
                                   WS-MP-GROUP(WS-MAP-COUNT)
                           MOVE MAP-DEPT TO
                                   WS-MP-DEPT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
       END-LOAD-MAP.
           CONTINUE.

       GATHER-BUDGET-AND-ACTUALS.
           PERFORM GATHER-BUDGET.
           PERFORM GATHER-ACTUALS.
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
                   UNTIL WS-RW-IDX > WS-ROW-COUNT
               MOVE WS-RW-STORE(WS-RW-IDX) TO BS-STORE-CODE
               MOVE WS-RW-DEPT(WS-RW-IDX) TO BS-DEPT-CODE
               MOVE WS-RW-FIGURES(WS-RW-IDX) TO BS-FIGURES
               RELEASE BUDGET-SORT-RECORD
           END-PERFORM.

      * The report month's budget counts pro rata to the days gone;
      * the year's earlier months count whole.
       GATHER-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF FS-BUDGET NOT = "00"
               DISPLAY "BUDGET-RPT WARNING: NO BUDGET FILE ON DISK."
           ELSE
               PERFORM UNTIL IS-BUDGET-EOF
                   READ BUDGET-FILE NEXT RECORD
                       AT END
                           SET IS-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BU-MONTH >= WS-YTD-START-MONTH
                                   AND BU-MONTH <= WS-REPORT-MONTH
                               PERFORM ADD-BUDGET-LINE
                                   THRU END-ADD-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       ADD-BUDGET-LINE.
           ADD 1 TO WS-BUDGET-LINES.
           MOVE BU-STORE-CODE TO WS-FIND-STORE.
           MOVE BU-DEPT-CODE TO WS-FIND-DEPT.
           PERFORM FIND-OR-ADD-ROW.
           IF NOT ROW-FOUND
               GO TO END-ADD-BUDGET-LINE
           END-IF.
           IF BU-MONTH = WS-REPORT-MONTH
               COMPUTE WS-BUDGET-SALES ROUNDED = BU-SALES-BUDGET
                       * WS-DAYS-GONE / WS-DAYS-IN-MONTH
               COMPUTE WS-BUDGET-MARGIN ROUNDED = BU-MARGIN-BUDGET
                       * WS-DAYS-GONE / WS-DAYS-IN-MONTH
               ADD WS-BUDGET-SALES TO WS-RW-MTD-BUD-SALES(WS-RW-IDX)
               ADD WS-BUDGET-MARGIN TO
                       WS-RW-MTD-BUD-MARGIN(WS-RW-IDX)
           ELSE
               MOVE BU-SALES-BUDGET TO WS-BUDGET-SALES
               MOVE BU-MARGIN-BUDGET TO WS-BUDGET-MARGIN
           END-IF.
           ADD WS-BUDGET-SALES TO WS-RW-YTD-BUD-SALES(WS-RW-IDX).
           ADD WS-BUDGET-MARGIN TO WS-RW-YTD-BUD-MARGIN(WS-RW-IDX).
       END-ADD-BUDGET-LINE.
           CONTINUE.

       GATHER-ACTUALS.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "BUDGET-RPT WARNING: NO HISTORY FILE ON DISK."
           ELSE
               PERFORM UNTIL IS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET IS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HIST-TRAN-DATE >= WS-YTD-START-DATE
                                   AND HIST-TRAN-DATE <= WS-CUTOFF-DATE
                               PERFORM ADD-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * Netted the way HIST_TO_SUMM nets it: returns and voids come
      * off, a line from before the net value was split counts at
      * its gross.
       ADD-HISTORY-LINE.
           ADD 1 TO WS-HISTORY-LINES.
           IF HIST-NET-VALUE = 0 AND HIST-EXT-VALUE NOT = 0
               MOVE HIST-EXT-VALUE TO WS-LINE-VALUE
           ELSE
               MOVE HIST-NET-VALUE TO WS-LINE-VALUE
           END-IF.
           MOVE HIST-QTY TO WS-LINE-QTY.
           IF WS-LINE-QTY < 0
               COMPUTE WS-LINE-QTY = WS-LINE-QTY * -1
           END-IF.
           COMPUTE WS-LINE-MARGIN = WS-LINE-VALUE
                   - HIST-UNIT-COST * WS-LINE-QTY.
           IF HIST-TRAN-TYPE = 'R' OR HIST-TRAN-TYPE = 'V'
               COMPUTE WS-LINE-VALUE = WS-LINE-VALUE * -1
               COMPUTE WS-LINE-MARGIN = WS-LINE-MARGIN * -1
           END-IF.

           PERFORM LOOK-UP-MAPPING.
           IF WS-MAP-HIT = 'N'
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-LINE-VALUE TO WS-UNMAPPED-VALUE
           ELSE
               MOVE HIST-STORE-CODE TO WS-FIND-STORE
               MOVE WS-USE-DEPT TO WS-FIND-DEPT
               PERFORM FIND-OR-ADD-ROW
               IF ROW-FOUND
                   MOVE HIST-TRAN-DATE(1:6) TO WS-HIST-MONTH
                   IF WS-HIST-MONTH = WS-REPORT-MONTH
                       ADD WS-LINE-VALUE TO
                               WS-RW-MTD-ACT-SALES(WS-RW-IDX)
                       ADD WS-LINE-MARGIN TO
                               WS-RW-MTD-ACT-MARGIN(WS-RW-IDX)
                   END-IF
                   ADD WS-LINE-VALUE TO WS-RW-YTD-ACT-SALES(WS-RW-IDX)
                   ADD WS-LINE-MARGIN TO
                           WS-RW-YTD-ACT-MARGIN(WS-RW-IDX)
               END-IF
           END-IF.

      * Exact store-and-group entry first; a blank-group entry for
      * the store is the catch-all -- HIST_TO_SUMM's rule.
       LOOK-UP-MAPPING.
           MOVE 'N' TO WS-MAP-HIT.
           MOVE HIST-ITEM-CODE(1:2) TO WS-ITEM-GROUP.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-STORE(WS-MP-IDX) = HIST-STORE-CODE
                       AND WS-MP-GROUP(WS-MP-IDX) = WS-ITEM-GROUP
                   MOVE WS-MP-DEPT(WS-MP-IDX) TO WS-USE-DEPT
                   MOVE 'Y' TO WS-MAP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MAP-HIT = 'N'
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MAP-COUNT
                   IF WS-MP-STORE(WS-MP-IDX) = HIST-STORE-CODE
                           AND WS-MP-GROUP(WS-MP-IDX) = SPACES
                       MOVE WS-MP-DEPT(WS-MP-IDX) TO WS-USE-DEPT
                       MOVE 'Y' TO WS-MAP-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-OR-ADD-ROW.
           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
                   UNTIL WS-RW-IDX > WS-ROW-COUNT
               IF WS-RW-STORE(WS-RW-IDX) = WS-FIND-STORE
                       AND WS-RW-DEPT(WS-RW-IDX) = WS-FIND-DEPT
                   SET ROW-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ROW-FOUND
               IF WS-ROW-COUNT >= 500
                   DISPLAY "BUDGET-RPT WARNING: ROW TABLE FULL, "
                           WS-FIND-STORE "/" WS-FIND-DEPT " DROPPED."
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   SET WS-RW-IDX TO WS-ROW-COUNT
                   MOVE WS-FIND-STORE TO WS-RW-STORE(WS-RW-IDX)
                   MOVE WS-FIND-DEPT TO WS-RW-DEPT(WS-RW-IDX)
                   MOVE 0 TO WS-RW-MTD-BUD-SALES(WS-RW-IDX)
                             WS-RW-MTD-ACT-SALES(WS-RW-IDX)
                             WS-RW-MTD-BUD-MARGIN(WS-RW-IDX)
                             WS-RW-MTD-ACT-MARGIN(WS-RW-IDX)
                             WS-RW-YTD-BUD-SALES(WS-RW-IDX)
                             WS-RW-YTD-ACT-SALES(WS-RW-IDX)
                             WS-RW-YTD-BUD-MARGIN(WS-RW-IDX)
                             WS-RW-YTD-ACT-MARGIN(WS-RW-IDX)
                   SET ROW-FOUND TO TRUE
               END-IF
           END-IF.

       PRINT-BUDGET-REPORT.
           PERFORM CLEAR-GRAND-FIGURES.
           PERFORM RETURN-NEXT-ROW.
           PERFORM UNTIL IS-SORT-EOF
               MOVE BS-STORE-CODE TO WS-BREAK-STORE
               PERFORM CLEAR-STORE-FIGURES
               PERFORM UNTIL IS-SORT-EOF
                       OR BS-STORE-CODE NOT = WS-BREAK-STORE
                   PERFORM PRINT-ONE-DEPT
                   PERFORM RETURN-NEXT-ROW
               END-PERFORM
               MOVE WS-STORE-FIGURES TO WS-ROW-FIGURES
               MOVE WS-BREAK-STORE TO WS-PRINT-STORE
               MOVE "**" TO WS-PRINT-DEPT
               PERFORM PRINT-ROW-FIGURES
               MOVE SPACES TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-GRAND-FIGURES TO WS-ROW-FIGURES.
           MOVE "ALL " TO WS-PRINT-STORE.
           MOVE "**" TO WS-PRINT-DEPT.
           PERFORM PRINT-ROW-FIGURES.

       RETURN-NEXT-ROW.
           RETURN BUDGET-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       CLEAR-GRAND-FIGURES.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 8
               MOVE 0 TO WS-GF-ENTRY(WS-FIG-SUB)
           END-PERFORM.

       CLEAR-STORE-FIGURES.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 8
               MOVE 0 TO WS-SF-ENTRY(WS-FIG-SUB)
           END-PERFORM.

       PRINT-ONE-DEPT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE BS-FIGURES TO WS-ROW-FIGURES.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 8
               ADD WS-RF-ENTRY(WS-FIG-SUB) TO WS-SF-ENTRY(WS-FIG-SUB)
                       WS-GF-ENTRY(WS-FIG-SUB)
           END-PERFORM.
           MOVE BS-STORE-CODE TO WS-PRINT-STORE.
           MOVE BS-DEPT-CODE TO WS-PRINT-DEPT.
           MOVE 'N' TO WS-FLAG-ROW.
           PERFORM PRINT-ROW-FIGURES.
           IF ROW-IS-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      * The figures sit in the sort record's order: MTD budget and
      * actual sales, MTD budget and actual margin, then the same
      * four for the year.
       PRINT-ROW-FIGURES.
           MOVE "SALES" TO WS-PRINT-MEASURE.
           MOVE WS-RF-ENTRY(1) TO WS-PR-MTD-BUDGET.
           MOVE WS-RF-ENTRY(2) TO WS-PR-MTD-ACTUAL.
           MOVE WS-RF-ENTRY(5) TO WS-PR-YTD-BUDGET.
           MOVE WS-RF-ENTRY(6) TO WS-PR-YTD-ACTUAL.
           PERFORM PRINT-MEASURE-LINE.
           MOVE SPACES TO WS-PRINT-STORE WS-PRINT-DEPT.
           MOVE "MARGIN" TO WS-PRINT-MEASURE.
           MOVE WS-RF-ENTRY(3) TO WS-PR-MTD-BUDGET.
           MOVE WS-RF-ENTRY(4) TO WS-PR-MTD-ACTUAL.
           MOVE WS-RF-ENTRY(7) TO WS-PR-YTD-BUDGET.
           MOVE WS-RF-ENTRY(8) TO WS-PR-YTD-ACTUAL.
           PERFORM PRINT-MEASURE-LINE.

       PRINT-MEASURE-LINE.
           MOVE SPACES TO BUDGET-DETAIL-LINE.
           MOVE 'N' TO WS-BEHIND-MTD WS-BEHIND-YTD WS-NO-BUDGET.
           MOVE WS-PRINT-STORE TO BDL-STORE-CODE.
           MOVE WS-PRINT-DEPT TO BDL-DEPT-CODE.
           MOVE WS-PRINT-MEASURE TO BDL-MEASURE.

           MOVE WS-PR-MTD-BUDGET TO BDL-MTD-BUDGET.
           MOVE WS-PR-MTD-ACTUAL TO BDL-MTD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-PR-MTD-ACTUAL - WS-PR-MTD-BUDGET.
           MOVE WS-VARIANCE TO BDL-MTD-VARIANCE.
           IF WS-PR-MTD-BUDGET > 0
               MOVE WS-PR-MTD-BUDGET TO WS-PCT-BASE
               PERFORM COMPUTE-VARIANCE-PCT
               MOVE WS-VARIANCE-PCT TO BDL-MTD-PCT
               IF WS-VARIANCE-PCT < 0
                       AND WS-VARIANCE-PCT * -1 > WS-BEHIND-PCT
                   MOVE 'Y' TO WS-BEHIND-MTD
               END-IF
           ELSE
               IF WS-PR-MTD-ACTUAL NOT = 0
                   MOVE 'Y' TO WS-NO-BUDGET
               END-IF
           END-IF.

           MOVE WS-PR-YTD-BUDGET TO BDL-YTD-BUDGET.
           MOVE WS-PR-YTD-ACTUAL TO BDL-YTD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-PR-YTD-ACTUAL - WS-PR-YTD-BUDGET.
           MOVE WS-VARIANCE TO BDL-YTD-VARIANCE.
           IF WS-PR-YTD-BUDGET > 0
               MOVE WS-PR-YTD-BUDGET TO WS-PCT-BASE
               PERFORM COMPUTE-VARIANCE-PCT
               MOVE WS-VARIANCE-PCT TO BDL-YTD-PCT
               IF WS-VARIANCE-PCT < 0
                       AND WS-VARIANCE-PCT * -1 > WS-BEHIND-PCT
                   MOVE 'Y' TO WS-BEHIND-YTD
               END-IF
           ELSE
               IF WS-PR-YTD-ACTUAL NOT = 0
                   MOVE 'Y' TO WS-NO-BUDGET
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-BEHIND-MTD = 'Y' AND WS-BEHIND-YTD = 'Y'
                   MOVE "BEHIND MTD+YTD" TO BDL-FLAG
               WHEN WS-BEHIND-MTD = 'Y'
                   MOVE "BEHIND MTD" TO BDL-FLAG
               WHEN WS-BEHIND-YTD = 'Y'
                   MOVE "BEHIND YTD" TO BDL-FLAG
               WHEN WS-NO-BUDGET = 'Y'
                   MOVE "NO BUDGET" TO BDL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF BDL-FLAG NOT = SPACES
               MOVE 'Y' TO WS-FLAG-ROW
           END-IF.
           MOVE BUDGET-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

      * WS-VARIANCE against the budget in WS-PCT-BASE, held to what
      * the print column can show.
       COMPUTE-VARIANCE-PCT.
           COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-PCT-BASE.
           IF WS-VARIANCE-PCT > 999.9
               MOVE 999.9 TO WS-VARIANCE-PCT
           END-IF.
           IF WS-VARIANCE-PCT < -999.9
               MOVE -999.9 TO WS-VARIANCE-PCT
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM BUDGET-RPT.
