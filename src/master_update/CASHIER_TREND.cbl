       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-TREND.
       AUTHOR. Jules.
      *
      * Rolling view of cashier accountability -- the last
      * WINDOW-DAYS (default 30) calendar days up to the business
      * date resolved by BIZ_DATE, worked from the same history and
      * tender-file figures as the daily CASHIER_RECON. For each
      * cashier at each store: the days they rang on, how many of
      * those days their drawer came up short by more than
      * SHORT-LIMIT (default 1.00), the net over/short across the
      * window, their sales, and their returns and receipt voids as
      * a percentage of their sales. A cashier is flagged SHORTS
      * when they were short on SHORT-DAYS (default 3) days or
      * more, and RETURNS or VOIDS when their rate runs above
      * RATE-FACTOR (default 2) times the rate of the store as a
      * whole -- the pattern worth a quiet look, not proof of
      * anything. Days a cashier made no declaration of their own
      * are not judged for over/short. The limits are cards on
      * CASHIER_TREND.PARM (through the shared PARM_KEYWORD entry);
      * names come from the staff roster, INPUT_SELECT.DAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT TENDER-FILE ASSIGN TO DSN-TENDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TENDER.
           SELECT ROSTER-FILE ASSIGN TO DSN-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROSTER.
           SELECT TREND-SORT-FILE ASSIGN TO "CSTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

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

      * The staff roster SELECT01 works from.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RO-DEPT-CODE         PIC X(2).
           05  RO-EMP-ID            PIC X(5).
           05  RO-EMP-NAME          PIC X(20).

       SD  TREND-SORT-FILE.
       01  TREND-SORT-RECORD.
           05  TS-STORE-CODE        PIC X(4).
           05  TS-OPERATOR-ID       PIC X(5).
           05  TS-TRAN-DATE         PIC 9(8).
           05  TS-SALES             PIC S9(9)V99.
           05  TS-RETURNS           PIC S9(9)V99.
           05  TS-VOIDS             PIC S9(9)V99.
           05  TS-DECLARED          PIC S9(9)V99.
           05  TS-DECLARATION-FLAG  PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-TENDER            PIC X(2).
           05  FS-ROSTER            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-TENDER        PIC X(36)
              VALUE "data/master_update/TENDER_TOTALS.DAT".
           05 DSN-ROSTER        PIC X(21)
              VALUE "data/INPUT_SELECT.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/CASHIER_TREND.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/CASHIER_TREND.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 30.
       01  WS-SHORT-LIMIT           PIC 9(5)V99 VALUE 1.00.
       01  WS-SHORT-DAYS-LIMIT      PIC 9(3) VALUE 3.
       01  WS-RATE-FACTOR           PIC 9(2)V99 VALUE 2.00.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-WINDOW-START          PIC 9(8).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE OPER  NAME                DAYS SHRT   OVER/SHORT
      -        "      SALES  RET% VOID% FLAGS".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-HISTORY-EOF       VALUE 'Y'.
       01  WS-TENDER-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-TENDER-EOF        VALUE 'Y'.
       01  WS-ROSTER-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-ROSTER-EOF        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

      * The roster, loaded once for the name lookup.
       01  WS-ROSTER-TABLE.
           05  WS-RO-COUNT          PIC 9(4) VALUE 0.
           05  WS-RO-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY WS-RO-IDX.
               10  WS-RO-EMP-ID     PIC X(5).
               10  WS-RO-EMP-NAME   PIC X(20).
       01  WS-ROSTER-FLAG           PIC X.
           88  ON-ROSTER            VALUE 'Y'.

      * One store's cashiers, held until the store's own rates are
      * known to judge them against.
       01  WS-CASHIER-TABLE.
           05  WS-CA-COUNT          PIC 9(3) VALUE 0.
           05  WS-CA-ENTRIES OCCURS 300 TIMES
                   INDEXED BY WS-CA-IDX.
               10  WS-CA-OPERATOR   PIC X(5).
               10  WS-CA-DAYS       PIC 9(3).
               10  WS-CA-SHORT-DAYS PIC 9(3).
               10  WS-CA-OVER-SHORT PIC S9(9)V99.
               10  WS-CA-SALES      PIC S9(9)V99.
               10  WS-CA-RETURNS    PIC S9(9)V99.
               10  WS-CA-VOIDS      PIC S9(9)V99.

       01  WS-BREAK-STORE           PIC X(4).
       01  WS-BREAK-OPERATOR        PIC X(5).
       01  WS-BREAK-DATE            PIC 9(8).
       01  WS-DAY-TOTALS.
           05  WS-DAY-SALES         PIC S9(9)V99.
           05  WS-DAY-RETURNS       PIC S9(9)V99.
           05  WS-DAY-VOIDS         PIC S9(9)V99.
           05  WS-DAY-DECLARED      PIC S9(9)V99.
           05  WS-DAY-DECLARED-FLAG PIC X.
               88  DAY-DECLARED     VALUE 'Y'.
           05  WS-DAY-OVER-SHORT    PIC S9(9)V99.
       01  WS-STORE-TOTALS.
           05  WS-ST-SALES          PIC S9(11)V99.
           05  WS-ST-RETURNS        PIC S9(11)V99.
           05  WS-ST-VOIDS          PIC S9(11)V99.
       01  WS-STORE-RETURN-PCT      PIC S9(5)V9.
       01  WS-STORE-VOID-PCT        PIC S9(5)V9.
       01  WS-RETURN-PCT            PIC S9(5)V9.
       01  WS-VOID-PCT              PIC S9(5)V9.
       01  WS-FLAG-POINTER          PIC 9(3).

       01  WS-CASHIER-COUNT         PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT         PIC 9(5) VALUE 0.

       01  TREND-DETAIL-LINE.
           05  TDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  TDL-OPERATOR-ID      PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-NAME             PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-DAYS             PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  TDL-SHORT-DAYS       PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-OVER-SHORT       PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-SALES            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-RETURN-PCT       PIC ZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-VOID-PCT         PIC ZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TDL-FLAGS            PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-TREND-PARAMETERS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                   - WS-WINDOW-DAYS + 1).
           PERFORM LOAD-ROSTER THRU END-LOAD-ROSTER.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "CASHIER TRENDS " WS-WINDOW-START " TO "
                  WS-PROC-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT TREND-SORT-FILE
               ON ASCENDING KEY TS-STORE-CODE TS-OPERATOR-ID
                                TS-TRAN-DATE
               INPUT PROCEDURE IS GATHER-WINDOW-ACTIVITY
               OUTPUT PROCEDURE IS PRINT-TRENDS.

           DISPLAY "CASHIER-TREND TOTALS -- WINDOW: " WS-WINDOW-START
                   " TO " WS-PROC-DATE
                   " CASHIERS: " WS-CASHIER-COUNT
                   " FLAGGED: " WS-FLAGGED-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "CASHIERS FLAGGED: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-TREND-PARAMETERS.
           MOVE "WINDOW-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           MOVE "SHORT-LIMIT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-SHORT-LIMIT = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           MOVE "SHORT-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-SHORT-DAYS-LIMIT =
                       FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           MOVE "RATE-FACTOR" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-RATE-FACTOR = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTER NOT = "00"
               DISPLAY "CASHIER-TREND WARNING: NO STAFF ROSTER ON "
                       "FILE."
               GO TO END-LOAD-ROSTER
           END-IF.
           PERFORM UNTIL IS-ROSTER-EOF
               READ ROSTER-FILE
                   AT END
                       SET IS-ROSTER-EOF TO TRUE
                   NOT AT END
                       IF WS-RO-COUNT >= 2000
                           DISPLAY "CASHIER-TREND WARNING: ROSTER "
                                   "TABLE FULL, " RO-EMP-ID
                                   " DROPPED."
                       ELSE
                           ADD 1 TO WS-RO-COUNT
                           MOVE RO-EMP-ID TO
                                   WS-RO-EMP-ID(WS-RO-COUNT)
                           MOVE RO-EMP-NAME TO
                                   WS-RO-EMP-NAME(WS-RO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       END-LOAD-ROSTER.
           CONTINUE.

      * Lines and declarations with no cashier on them cannot be
      * laid at anyone's door and stay out of the window.
       GATHER-WINDOW-ACTIVITY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY = "00"
               PERFORM UNTIL IS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET IS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HIST-TRAN-DATE >= WS-WINDOW-START
                                   AND HIST-TRAN-DATE <= WS-PROC-DATE
                                   AND HIST-OPERATOR-ID NOT = SPACES
                               PERFORM RELEASE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "CASHIER-TREND WARNING: NO HISTORY FILE ON "
                       "DISK."
           END-IF.
           OPEN INPUT TENDER-FILE.
           IF FS-TENDER = "00"
               PERFORM UNTIL IS-TENDER-EOF
                   READ TENDER-FILE
                       AT END
                           SET IS-TENDER-EOF TO TRUE
                       NOT AT END
                           IF TT-TRAN-DATE >= WS-WINDOW-START
                                   AND TT-TRAN-DATE <= WS-PROC-DATE
                                   AND TT-OPERATOR-ID NOT = SPACES
                               PERFORM RELEASE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENDER-FILE
           ELSE
               DISPLAY "CASHIER-TREND WARNING: NO TENDER FILE ON "
                       "DISK."
           END-IF.

       RELEASE-HISTORY-LINE.
           MOVE HIST-STORE-CODE TO TS-STORE-CODE.
           MOVE HIST-OPERATOR-ID TO TS-OPERATOR-ID.
           MOVE HIST-TRAN-DATE TO TS-TRAN-DATE.
           MOVE 0 TO TS-SALES TS-RETURNS TS-VOIDS TS-DECLARED.
           MOVE 'N' TO TS-DECLARATION-FLAG.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   MOVE HIST-EXT-VALUE TO TS-SALES
               WHEN 'R'
                   MOVE HIST-EXT-VALUE TO TS-RETURNS
               WHEN 'V'
                   MOVE HIST-EXT-VALUE TO TS-VOIDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           RELEASE TREND-SORT-RECORD.

       RELEASE-DECLARATION.
           MOVE TT-STORE-CODE TO TS-STORE-CODE.
           MOVE TT-OPERATOR-ID TO TS-OPERATOR-ID.
           MOVE TT-TRAN-DATE TO TS-TRAN-DATE.
           MOVE 0 TO TS-SALES TS-RETURNS TS-VOIDS.
           COMPUTE TS-DECLARED = TT-CASH-TOTAL + TT-CARD-TOTAL
                   + TT-VOUCHER-TOTAL.
           IF TT-ACCOUNT-TOTAL IS NUMERIC
               ADD TT-ACCOUNT-TOTAL TO TS-DECLARED
           END-IF.
           MOVE 'Y' TO TS-DECLARATION-FLAG.
           RELEASE TREND-SORT-RECORD.

       PRINT-TRENDS.
           PERFORM RETURN-NEXT-ACTIVITY.
           PERFORM UNTIL IS-SORT-EOF
               MOVE TS-STORE-CODE TO WS-BREAK-STORE
               MOVE 0 TO WS-CA-COUNT
               MOVE 0 TO WS-ST-SALES WS-ST-RETURNS WS-ST-VOIDS
               PERFORM UNTIL IS-SORT-EOF
                       OR TS-STORE-CODE NOT = WS-BREAK-STORE
                   PERFORM GATHER-ONE-CASHIER
               END-PERFORM
               PERFORM WRITE-STORE-CASHIERS
           END-PERFORM.

       RETURN-NEXT-ACTIVITY.
           RETURN TREND-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       GATHER-ONE-CASHIER.
           MOVE TS-OPERATOR-ID TO WS-BREAK-OPERATOR.
           IF WS-CA-COUNT >= 300
               DISPLAY "CASHIER-TREND WARNING: TOO MANY CASHIERS AT "
                       "STORE " WS-BREAK-STORE ", " WS-BREAK-OPERATOR
                       " DROPPED."
               PERFORM UNTIL IS-SORT-EOF
                       OR TS-STORE-CODE NOT = WS-BREAK-STORE
                       OR TS-OPERATOR-ID NOT = WS-BREAK-OPERATOR
                   PERFORM RETURN-NEXT-ACTIVITY
               END-PERFORM
           ELSE
               ADD 1 TO WS-CA-COUNT
               SET WS-CA-IDX TO WS-CA-COUNT
               MOVE WS-BREAK-OPERATOR TO WS-CA-OPERATOR(WS-CA-IDX)
               MOVE 0 TO WS-CA-DAYS(WS-CA-IDX)
                         WS-CA-SHORT-DAYS(WS-CA-IDX)
                         WS-CA-OVER-SHORT(WS-CA-IDX)
                         WS-CA-SALES(WS-CA-IDX)
                         WS-CA-RETURNS(WS-CA-IDX)
                         WS-CA-VOIDS(WS-CA-IDX)
               PERFORM UNTIL IS-SORT-EOF
                       OR TS-STORE-CODE NOT = WS-BREAK-STORE
                       OR TS-OPERATOR-ID NOT = WS-BREAK-OPERATOR
                   PERFORM TOTAL-ONE-DAY
               END-PERFORM
           END-IF.

      * One cashier's day: its postings against its declaration.
       TOTAL-ONE-DAY.
           MOVE TS-TRAN-DATE TO WS-BREAK-DATE.
           MOVE 0 TO WS-DAY-SALES WS-DAY-RETURNS WS-DAY-VOIDS
                     WS-DAY-DECLARED.
           MOVE 'N' TO WS-DAY-DECLARED-FLAG.
           PERFORM UNTIL IS-SORT-EOF
                   OR TS-STORE-CODE NOT = WS-BREAK-STORE
                   OR TS-OPERATOR-ID NOT = WS-BREAK-OPERATOR
                   OR TS-TRAN-DATE NOT = WS-BREAK-DATE
               ADD TS-SALES TO WS-DAY-SALES
               ADD TS-RETURNS TO WS-DAY-RETURNS
               ADD TS-VOIDS TO WS-DAY-VOIDS
               ADD TS-DECLARED TO WS-DAY-DECLARED
               IF TS-DECLARATION-FLAG = 'Y'
                   SET DAY-DECLARED TO TRUE
               END-IF
               PERFORM RETURN-NEXT-ACTIVITY
           END-PERFORM.
           ADD 1 TO WS-CA-DAYS(WS-CA-IDX).
           ADD WS-DAY-SALES TO WS-CA-SALES(WS-CA-IDX) WS-ST-SALES.
           ADD WS-DAY-RETURNS TO WS-CA-RETURNS(WS-CA-IDX)
                   WS-ST-RETURNS.
           ADD WS-DAY-VOIDS TO WS-CA-VOIDS(WS-CA-IDX) WS-ST-VOIDS.
           IF DAY-DECLARED
               COMPUTE WS-DAY-OVER-SHORT = WS-DAY-DECLARED
                       - (WS-DAY-SALES - WS-DAY-RETURNS
                       - WS-DAY-VOIDS)
               ADD WS-DAY-OVER-SHORT TO WS-CA-OVER-SHORT(WS-CA-IDX)
               IF WS-DAY-OVER-SHORT < 0
                       AND WS-DAY-OVER-SHORT * -1 > WS-SHORT-LIMIT
                   ADD 1 TO WS-CA-SHORT-DAYS(WS-CA-IDX)
               END-IF
           END-IF.

      * The store's own return and void rates are the yardstick
      * each of its cashiers is measured against.
       WRITE-STORE-CASHIERS.
           MOVE 0 TO WS-STORE-RETURN-PCT WS-STORE-VOID-PCT.
           IF WS-ST-SALES > 0
               COMPUTE WS-STORE-RETURN-PCT ROUNDED =
                       WS-ST-RETURNS * 100 / WS-ST-SALES
               COMPUTE WS-STORE-VOID-PCT ROUNDED =
                       WS-ST-VOIDS * 100 / WS-ST-SALES
           END-IF.
           PERFORM WRITE-CASHIER-LINE
                   VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CASHIER-LINE.
           ADD 1 TO WS-CASHIER-COUNT.
           MOVE SPACES TO TREND-DETAIL-LINE.
           MOVE WS-BREAK-STORE TO TDL-STORE-CODE.
           MOVE WS-CA-OPERATOR(WS-CA-IDX) TO TDL-OPERATOR-ID.
           MOVE WS-CA-OPERATOR(WS-CA-IDX) TO WS-BREAK-OPERATOR.
           PERFORM FIND-ON-ROSTER.
           IF ON-ROSTER
               MOVE WS-RO-EMP-NAME(WS-RO-IDX) TO TDL-NAME
           ELSE
               MOVE "*NOT ON ROSTER*" TO TDL-NAME
           END-IF.
           MOVE 0 TO WS-RETURN-PCT WS-VOID-PCT.
           IF WS-CA-SALES(WS-CA-IDX) > 0
               COMPUTE WS-RETURN-PCT ROUNDED =
                       WS-CA-RETURNS(WS-CA-IDX) * 100
                       / WS-CA-SALES(WS-CA-IDX)
               COMPUTE WS-VOID-PCT ROUNDED =
                       WS-CA-VOIDS(WS-CA-IDX) * 100
                       / WS-CA-SALES(WS-CA-IDX)
           END-IF.
           MOVE WS-CA-DAYS(WS-CA-IDX) TO TDL-DAYS.
           MOVE WS-CA-SHORT-DAYS(WS-CA-IDX) TO TDL-SHORT-DAYS.
           MOVE WS-CA-OVER-SHORT(WS-CA-IDX) TO TDL-OVER-SHORT.
           MOVE WS-CA-SALES(WS-CA-IDX) TO TDL-SALES.
           MOVE WS-RETURN-PCT TO TDL-RETURN-PCT.
           MOVE WS-VOID-PCT TO TDL-VOID-PCT.
           MOVE 1 TO WS-FLAG-POINTER.
           IF WS-CA-SHORT-DAYS(WS-CA-IDX) >= WS-SHORT-DAYS-LIMIT
               STRING "SHORTS " DELIMITED BY SIZE
                   INTO TDL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF.
           IF WS-CA-RETURNS(WS-CA-IDX) > 0
                   AND WS-RETURN-PCT >
                       WS-STORE-RETURN-PCT * WS-RATE-FACTOR
               STRING "RETURNS " DELIMITED BY SIZE
                   INTO TDL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF.
           IF WS-CA-VOIDS(WS-CA-IDX) > 0
                   AND WS-VOID-PCT > WS-STORE-VOID-PCT * WS-RATE-FACTOR
               STRING "VOIDS " DELIMITED BY SIZE
                   INTO TDL-FLAGS WITH POINTER WS-FLAG-POINTER
           END-IF.
           IF WS-FLAG-POINTER > 1
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE TREND-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       FIND-ON-ROSTER.
           MOVE 'N' TO WS-ROSTER-FLAG.
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
               IF WS-RO-EMP-ID(WS-RO-IDX) = WS-BREAK-OPERATOR
                   SET ON-ROSTER TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM CASHIER-TREND.
