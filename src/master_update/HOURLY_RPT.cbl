       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOURLY-RPT.
       AUTHOR. Jules.
      *
      * Hourly and daypart sales analysis, store by store, for
      * staffing the tills. Over a date range it buckets each
      * store's posted history (sales less returns and receipt
      * voids, at the tax-exclusive HIST-NET-VALUE) by the hour the
      * till rang the line (HIST-TRAN-TIME) and by daypart --
      * OPENING, LUNCH, AFTERNOON and EVENING -- showing net value,
      * units and receipts (each receipt counted once, in the hour
      * of its first line) and the bucket's share of the store's
      * value. Lines from feeds that carried no time go to UNKNOWN
      * TIME rather than being lost; a time that falls between the
      * configured dayparts shows as OUTSIDE DAYPARTS. Each weekday
      * is then set against the store's average day, and each date
      * in the range against the average for its weekday.
      *
      * The range defaults to the four weeks (28 days) ending on
      * the business date resolved by BIZ_DATE; FROM-DATE= and
      * TO-DATE= cards on HOURLY_RPT.PARM (through the shared
      * PARM_KEYWORD entry) override it, up to a year and a week.
      * The dayparts are OPENING=HHMM-HHMM (and LUNCH=, AFTERNOON=,
      * EVENING=) on the same file, by default 0000-1129, 1130-1359,
      * 1400-1659 and 1700-2359.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT HOURLY-SORT-FILE ASSIGN TO "HRSSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       SD  HOURLY-SORT-FILE.
       01  HOURLY-SORT-RECORD.
           05  HS-STORE-CODE        PIC X(4).
           05  HS-TRAN-DATE         PIC 9(8).
           05  HS-RECEIPT-NO        PIC X(8).
           05  HS-TRAN-TIME         PIC X(4).
           05  HS-VALUE             PIC S9(9)V99.
           05  HS-UNITS             PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/HOURLY_RPT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/HOURLY_RPT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-FROM-INT              PIC 9(7).
       01  WS-TO-INT                PIC 9(7).
       01  WS-DATE-INT              PIC 9(7).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "BUCKET                DAYS     NET VALUE       UNITS   R
      -        "CPTS SHARE       AVG/DAY VS AVG%".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-HISTORY-EOF       VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

      * Hours 00 to 23 in entries 1 to 24; entry 25 is UNKNOWN TIME.
       01  WS-HOUR-TABLE.
           05  WS-HR-ENTRIES OCCURS 25 TIMES
                   INDEXED BY WS-HR-IDX.
               10  WS-HR-VALUE      PIC S9(11)V99.
               10  WS-HR-UNITS      PIC S9(9)V99.
               10  WS-HR-RECEIPTS   PIC 9(7).

      * The four configured dayparts, then OUTSIDE DAYPARTS and
      * UNKNOWN TIME.
       01  WS-DAYPART-TABLE.
           05  WS-DP-ENTRIES OCCURS 6 TIMES
                   INDEXED BY WS-DP-IDX.
               10  WS-DP-NAME       PIC X(12).
               10  WS-DP-FROM       PIC 9(4).
               10  WS-DP-TO         PIC 9(4).
               10  WS-DP-VALUE      PIC S9(11)V99.
               10  WS-DP-UNITS      PIC S9(9)V99.
               10  WS-DP-RECEIPTS   PIC 9(7).

      * Monday is weekday 1, the way CAL_BUILD counts them.
       01  WS-WEEKDAY-NAMES-INIT.
           05  FILLER               PIC X(9) VALUE "MONDAY".
           05  FILLER               PIC X(9) VALUE "TUESDAY".
           05  FILLER               PIC X(9) VALUE "WEDNESDAY".
           05  FILLER               PIC X(9) VALUE "THURSDAY".
           05  FILLER               PIC X(9) VALUE "FRIDAY".
           05  FILLER               PIC X(9) VALUE "SATURDAY".
           05  FILLER               PIC X(9) VALUE "SUNDAY".
       01  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAMES-INIT.
           05  WS-WEEKDAY-NAME      PIC X(9) OCCURS 7 TIMES.

       01  WS-WEEKDAY-TABLE.
           05  WS-WD-ENTRIES OCCURS 7 TIMES
                   INDEXED BY WS-WD-IDX.
               10  WS-WD-DAYS       PIC 9(3).
               10  WS-WD-VALUE      PIC S9(11)V99.
               10  WS-WD-UNITS      PIC S9(9)V99.
               10  WS-WD-RECEIPTS   PIC 9(7).
               10  WS-WD-AVERAGE    PIC S9(11)V99.

      * Every date in the range, entry 1 being FROM-DATE.
       01  WS-DAY-TABLE.
           05  WS-DY-COUNT          PIC 9(3) VALUE 0.
           05  WS-DY-ENTRIES OCCURS 371 TIMES
                   INDEXED BY WS-DY-IDX.
               10  WS-DY-DATE       PIC 9(8).
               10  WS-DY-WEEKDAY    PIC 9.
               10  WS-DY-VALUE      PIC S9(11)V99.
               10  WS-DY-UNITS      PIC S9(9)V99.
               10  WS-DY-RECEIPTS   PIC 9(7).

       01  WS-BREAK-STORE           PIC X(4).
       01  WS-LAST-DATE             PIC 9(8).
       01  WS-LAST-RECEIPT          PIC X(8).
       01  WS-NEW-RECEIPT-FLAG      PIC X.
           88  NEW-RECEIPT          VALUE 'Y'.
       01  WS-HOUR-SUB              PIC 9(2).
       01  WS-DAYPART-SUB           PIC 9.
       01  WS-DAY-SUB               PIC 9(3).
       01  WS-WEEKDAY-SUB           PIC 9.
       01  WS-TIME-HHMM             PIC 9(4).

       01  WS-STORE-TOTALS.
           05  WS-ST-VALUE          PIC S9(11)V99.
           05  WS-ST-UNITS          PIC S9(9)V99.
           05  WS-ST-RECEIPTS       PIC 9(7).
           05  WS-ST-AVERAGE        PIC S9(11)V99.
       01  WS-BUCKET-VALUE          PIC S9(11)V99.
       01  WS-SHARE-PCT             PIC S9(5)V9.
       01  WS-VS-AVG-PCT            PIC S9(5)V9.

       01  WS-STORE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(9) VALUE 0.
       01  WS-UNKNOWN-COUNT         PIC 9(9) VALUE 0.

       01  HOURLY-DETAIL-LINE.
           05  HDL-LABEL            PIC X(22).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-DAYS             PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-VALUE            PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-UNITS            PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-RECEIPTS         PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-SHARE            PIC ZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-AVERAGE          PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-VS-AVG           PIC -(4)9.9.

       01  WS-HOUR-LABEL.
           05  FILLER               PIC X(5) VALUE "HOUR ".
           05  WS-HL-FROM-HOUR      PIC 99.
           05  FILLER               PIC X(4) VALUE ":00-".
           05  WS-HL-TO-HOUR        PIC 99.
           05  FILLER               PIC X(3) VALUE ":59".
       01  WS-DAYPART-LABEL.
           05  WS-DL-NAME           PIC X(12).
           05  WS-DL-FROM           PIC 9(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DL-TO             PIC 9(4).
       01  WS-DATE-LABEL.
           05  WS-DTL-DATE          PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DTL-WEEKDAY       PIC X(9).
       01  WS-SECTION-LINE          PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-HOURLY-PARAMETERS.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "HOURLY-RPT: FROM-DATE " WS-FROM-DATE
                       " IS AFTER TO-DATE " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUILD-DAY-TABLE.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "HOURLY AND DAYPART SALES " WS-FROM-DATE " TO "
                  WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT HOURLY-SORT-FILE
               ON ASCENDING KEY HS-STORE-CODE HS-TRAN-DATE
                                HS-RECEIPT-NO HS-TRAN-TIME
               INPUT PROCEDURE IS GATHER-RANGE-HISTORY
               OUTPUT PROCEDURE IS PRINT-STORE-ANALYSES.

           DISPLAY "HOURLY-RPT TOTALS -- RANGE: " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   " STORES: " WS-STORE-COUNT
                   " LINES: " WS-LINE-COUNT
                   " UNKNOWN TIME: " WS-UNKNOWN-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STORES: " WS-STORE-COUNT
                  "  LINES: " WS-LINE-COUNT
                  "  UNKNOWN TIME: " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           STOP RUN.

       READ-HOURLY-PARAMETERS.
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
           COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           IF WS-TO-INT - WS-FROM-INT > 370
               COMPUTE WS-FROM-INT = WS-TO-INT - 370
               COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               DISPLAY "HOURLY-RPT WARNING: RANGE CUT TO START "
                       WS-FROM-DATE
           END-IF.

           MOVE "OPENING" TO WS-DP-NAME(1).
           MOVE 0000 TO WS-DP-FROM(1).
           MOVE 1129 TO WS-DP-TO(1).
           MOVE "LUNCH" TO WS-DP-NAME(2).
           MOVE 1130 TO WS-DP-FROM(2).
           MOVE 1359 TO WS-DP-TO(2).
           MOVE "AFTERNOON" TO WS-DP-NAME(3).
           MOVE 1400 TO WS-DP-FROM(3).
           MOVE 1659 TO WS-DP-TO(3).
           MOVE "EVENING" TO WS-DP-NAME(4).
           MOVE 1700 TO WS-DP-FROM(4).
           MOVE 2359 TO WS-DP-TO(4).
           MOVE "OUTSIDE" TO WS-DP-NAME(5).
           MOVE "UNKNOWN TIME" TO WS-DP-NAME(6).
           PERFORM READ-DAYPART-CARD
                   VARYING WS-DP-IDX FROM 1 BY 1 UNTIL WS-DP-IDX > 4.

      * A card that does not read as HHMM-HHMM leaves the daypart's
      * default hours in place.
       READ-DAYPART-CARD.
           MOVE WS-DP-NAME(WS-DP-IDX) TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:4) IS NUMERIC
                   AND WS-KW-VALUE(6:4) IS NUMERIC
               MOVE WS-KW-VALUE(1:4) TO WS-DP-FROM(WS-DP-IDX)
               MOVE WS-KW-VALUE(6:4) TO WS-DP-TO(WS-DP-IDX)
           END-IF.

       BUILD-DAY-TABLE.
           MOVE 0 TO WS-DY-COUNT.
           MOVE 0 TO WS-WD-DAYS(1) WS-WD-DAYS(2) WS-WD-DAYS(3)
                     WS-WD-DAYS(4) WS-WD-DAYS(5) WS-WD-DAYS(6)
                     WS-WD-DAYS(7).
           PERFORM ADD-ONE-DATE
                   VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DATE-INT > WS-TO-INT.

       ADD-ONE-DATE.
           ADD 1 TO WS-DY-COUNT.
           COMPUTE WS-DY-DATE(WS-DY-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DY-WEEKDAY(WS-DY-COUNT) =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           ADD 1 TO WS-WD-DAYS(WS-DY-WEEKDAY(WS-DY-COUNT)).

      * Returns and voids come off the hour, daypart and day they
      * were rung in, so a bucket shows what the tills really took.
       GATHER-RANGE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "HOURLY-RPT WARNING: NO HISTORY FILE ON DISK."
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
           MOVE HIST-STORE-CODE TO HS-STORE-CODE.
           MOVE HIST-TRAN-DATE TO HS-TRAN-DATE.
           MOVE HIST-RECEIPT-NO TO HS-RECEIPT-NO.
           MOVE HIST-TRAN-TIME TO HS-TRAN-TIME.
           MOVE HIST-NET-VALUE TO HS-VALUE.
           MOVE HIST-QTY TO HS-UNITS.
           IF HS-UNITS < 0
               COMPUTE HS-UNITS = HS-UNITS * -1
           END-IF.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   RELEASE HOURLY-SORT-RECORD
               WHEN 'R'
               WHEN 'V'
                   COMPUTE HS-VALUE = HS-VALUE * -1
                   COMPUTE HS-UNITS = HS-UNITS * -1
                   RELEASE HOURLY-SORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-STORE-ANALYSES.
           PERFORM RETURN-NEXT-LINE.
           PERFORM UNTIL IS-SORT-EOF
               MOVE HS-STORE-CODE TO WS-BREAK-STORE
               PERFORM CLEAR-STORE-BUCKETS
               PERFORM UNTIL IS-SORT-EOF
                       OR HS-STORE-CODE NOT = WS-BREAK-STORE
                   PERFORM BUCKET-ONE-LINE
                   PERFORM RETURN-NEXT-LINE
               END-PERFORM
               PERFORM PRINT-ONE-STORE
           END-PERFORM.

       RETURN-NEXT-LINE.
           RETURN HOURLY-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       CLEAR-STORE-BUCKETS.
           ADD 1 TO WS-STORE-COUNT.
           MOVE 0 TO WS-ST-VALUE WS-ST-UNITS WS-ST-RECEIPTS.
           MOVE 0 TO WS-LAST-DATE.
           MOVE SPACES TO WS-LAST-RECEIPT.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1 UNTIL WS-HR-IDX > 25
               MOVE 0 TO WS-HR-VALUE(WS-HR-IDX)
                         WS-HR-UNITS(WS-HR-IDX)
                         WS-HR-RECEIPTS(WS-HR-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1 UNTIL WS-DP-IDX > 6
               MOVE 0 TO WS-DP-VALUE(WS-DP-IDX)
                         WS-DP-UNITS(WS-DP-IDX)
                         WS-DP-RECEIPTS(WS-DP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7
               MOVE 0 TO WS-WD-VALUE(WS-WD-IDX)
                         WS-WD-UNITS(WS-WD-IDX)
                         WS-WD-RECEIPTS(WS-WD-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DY-COUNT
               MOVE 0 TO WS-DY-VALUE(WS-DY-IDX)
                         WS-DY-UNITS(WS-DY-IDX)
                         WS-DY-RECEIPTS(WS-DY-IDX)
           END-PERFORM.

      * A receipt is counted once, where its first line fell; lines
      * with no receipt number add value and units but no receipt.
       BUCKET-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-NEW-RECEIPT-FLAG.
           IF HS-RECEIPT-NO NOT = SPACES
                   AND (HS-TRAN-DATE NOT = WS-LAST-DATE
                        OR HS-RECEIPT-NO NOT = WS-LAST-RECEIPT)
               SET NEW-RECEIPT TO TRUE
           END-IF.
           MOVE HS-TRAN-DATE TO WS-LAST-DATE.
           MOVE HS-RECEIPT-NO TO WS-LAST-RECEIPT.

           IF HS-TRAN-TIME IS NUMERIC
               MOVE HS-TRAN-TIME TO WS-TIME-HHMM
           ELSE
               MOVE 9999 TO WS-TIME-HHMM
           END-IF.
           IF WS-TIME-HHMM > 2359 OR WS-TIME-HHMM(3:2) > "59"
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE 25 TO WS-HOUR-SUB
               MOVE 6 TO WS-DAYPART-SUB
           ELSE
               COMPUTE WS-HOUR-SUB = WS-TIME-HHMM / 100 + 1
               MOVE 5 TO WS-DAYPART-SUB
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > 4
                   IF WS-TIME-HHMM >= WS-DP-FROM(WS-DP-IDX)
                           AND WS-TIME-HHMM <= WS-DP-TO(WS-DP-IDX)
                       SET WS-DAYPART-SUB TO WS-DP-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-DAY-SUB = FUNCTION INTEGER-OF-DATE(HS-TRAN-DATE)
                   - WS-FROM-INT + 1.
           MOVE WS-DY-WEEKDAY(WS-DAY-SUB) TO WS-WEEKDAY-SUB.

           ADD HS-VALUE TO WS-ST-VALUE WS-HR-VALUE(WS-HOUR-SUB)
                   WS-DP-VALUE(WS-DAYPART-SUB)
                   WS-WD-VALUE(WS-WEEKDAY-SUB)
                   WS-DY-VALUE(WS-DAY-SUB).
           ADD HS-UNITS TO WS-ST-UNITS WS-HR-UNITS(WS-HOUR-SUB)
                   WS-DP-UNITS(WS-DAYPART-SUB)
                   WS-WD-UNITS(WS-WEEKDAY-SUB)
                   WS-DY-UNITS(WS-DAY-SUB).
           IF NEW-RECEIPT
               ADD 1 TO WS-ST-RECEIPTS WS-HR-RECEIPTS(WS-HOUR-SUB)
                       WS-DP-RECEIPTS(WS-DAYPART-SUB)
                       WS-WD-RECEIPTS(WS-WEEKDAY-SUB)
                       WS-DY-RECEIPTS(WS-DAY-SUB)
           END-IF.

       PRINT-ONE-STORE.
           MOVE 0 TO WS-ST-AVERAGE.
           IF WS-DY-COUNT > 0
               COMPUTE WS-ST-AVERAGE ROUNDED =
                       WS-ST-VALUE / WS-DY-COUNT
           END-IF.

           MOVE SPACES TO WS-SECTION-LINE.
           STRING "STORE " WS-BREAK-STORE " -- BY HOUR OF DAY"
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-HOUR-LINE
                   VARYING WS-HR-IDX FROM 1 BY 1 UNTIL WS-HR-IDX > 25.

           MOVE SPACES TO WS-SECTION-LINE.
           STRING "STORE " WS-BREAK-STORE " -- BY DAYPART"
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-DAYPART-LINE
                   VARYING WS-DP-IDX FROM 1 BY 1 UNTIL WS-DP-IDX > 6.

           MOVE SPACES TO WS-SECTION-LINE.
           STRING "STORE " WS-BREAK-STORE
                  " -- BY WEEKDAY AGAINST THE STORE'S AVERAGE DAY"
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-WEEKDAY-LINE
                   VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7.

           MOVE SPACES TO WS-SECTION-LINE.
           STRING "STORE " WS-BREAK-STORE
                  " -- BY DATE AGAINST ITS WEEKDAY'S AVERAGE"
               DELIMITED BY SIZE INTO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM PRINT-DATE-LINE
                   VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DY-COUNT.

           MOVE SPACES TO HOURLY-DETAIL-LINE.
           MOVE "STORE TOTAL" TO HDL-LABEL.
           MOVE WS-DY-COUNT TO HDL-DAYS.
           MOVE WS-ST-VALUE TO HDL-VALUE.
           MOVE WS-ST-UNITS TO HDL-UNITS.
           MOVE WS-ST-RECEIPTS TO HDL-RECEIPTS.
           MOVE WS-ST-AVERAGE TO HDL-AVERAGE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE HOURLY-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

      * An hour with nothing rung in it is left off; UNKNOWN TIME
      * only shows when some feed in the range had no times.
       PRINT-HOUR-LINE.
           IF WS-HR-VALUE(WS-HR-IDX) NOT = 0
                   OR WS-HR-UNITS(WS-HR-IDX) NOT = 0
                   OR WS-HR-RECEIPTS(WS-HR-IDX) NOT = 0
               MOVE SPACES TO HOURLY-DETAIL-LINE
               IF WS-HR-IDX = 25
                   MOVE "UNKNOWN TIME" TO HDL-LABEL
               ELSE
                   SET WS-HL-FROM-HOUR TO WS-HR-IDX
                   SUBTRACT 1 FROM WS-HL-FROM-HOUR
                   MOVE WS-HL-FROM-HOUR TO WS-HL-TO-HOUR
                   MOVE WS-HOUR-LABEL TO HDL-LABEL
               END-IF
               MOVE WS-HR-VALUE(WS-HR-IDX) TO HDL-VALUE
               MOVE WS-HR-UNITS(WS-HR-IDX) TO HDL-UNITS
               MOVE WS-HR-RECEIPTS(WS-HR-IDX) TO HDL-RECEIPTS
               MOVE WS-HR-VALUE(WS-HR-IDX) TO WS-BUCKET-VALUE
               PERFORM SET-SHARE
               MOVE HOURLY-DETAIL-LINE TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * The configured dayparts always print; the two catch-alls
      * only when something fell into them.
       PRINT-DAYPART-LINE.
           IF WS-DP-IDX <= 4
                   OR WS-DP-VALUE(WS-DP-IDX) NOT = 0
                   OR WS-DP-UNITS(WS-DP-IDX) NOT = 0
                   OR WS-DP-RECEIPTS(WS-DP-IDX) NOT = 0
               MOVE SPACES TO HOURLY-DETAIL-LINE
               IF WS-DP-IDX <= 4
                   MOVE WS-DP-NAME(WS-DP-IDX) TO WS-DL-NAME
                   MOVE WS-DP-FROM(WS-DP-IDX) TO WS-DL-FROM
                   MOVE WS-DP-TO(WS-DP-IDX) TO WS-DL-TO
                   MOVE WS-DAYPART-LABEL TO HDL-LABEL
               ELSE
                   IF WS-DP-IDX = 5
                       MOVE "OUTSIDE DAYPARTS" TO HDL-LABEL
                   ELSE
                       MOVE WS-DP-NAME(WS-DP-IDX) TO HDL-LABEL
                   END-IF
               END-IF
               MOVE WS-DP-VALUE(WS-DP-IDX) TO HDL-VALUE
               MOVE WS-DP-UNITS(WS-DP-IDX) TO HDL-UNITS
               MOVE WS-DP-RECEIPTS(WS-DP-IDX) TO HDL-RECEIPTS
               MOVE WS-DP-VALUE(WS-DP-IDX) TO WS-BUCKET-VALUE
               PERFORM SET-SHARE
               MOVE HOURLY-DETAIL-LINE TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * A weekday's average is over every such date in the range,
      * traded or not, so a store shut on Sundays shows it.
       PRINT-WEEKDAY-LINE.
           MOVE 0 TO WS-WD-AVERAGE(WS-WD-IDX).
           IF WS-WD-DAYS(WS-WD-IDX) > 0
               COMPUTE WS-WD-AVERAGE(WS-WD-IDX) ROUNDED =
                       WS-WD-VALUE(WS-WD-IDX) / WS-WD-DAYS(WS-WD-IDX)
           END-IF.
           MOVE SPACES TO HOURLY-DETAIL-LINE.
           SET WS-WEEKDAY-SUB TO WS-WD-IDX.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-SUB) TO HDL-LABEL.
           MOVE WS-WD-DAYS(WS-WD-IDX) TO HDL-DAYS.
           MOVE WS-WD-VALUE(WS-WD-IDX) TO HDL-VALUE.
           MOVE WS-WD-UNITS(WS-WD-IDX) TO HDL-UNITS.
           MOVE WS-WD-RECEIPTS(WS-WD-IDX) TO HDL-RECEIPTS.
           MOVE WS-WD-VALUE(WS-WD-IDX) TO WS-BUCKET-VALUE.
           PERFORM SET-SHARE.
           MOVE WS-WD-AVERAGE(WS-WD-IDX) TO HDL-AVERAGE.
           IF WS-WD-DAYS(WS-WD-IDX) > 0 AND WS-ST-AVERAGE NOT = 0
               COMPUTE WS-VS-AVG-PCT ROUNDED =
                       (WS-WD-AVERAGE(WS-WD-IDX) - WS-ST-AVERAGE)
                       * 100 / WS-ST-AVERAGE
               MOVE WS-VS-AVG-PCT TO HDL-VS-AVG
           END-IF.
           MOVE HOURLY-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DATE-LINE.
           MOVE SPACES TO HOURLY-DETAIL-LINE.
           MOVE WS-DY-WEEKDAY(WS-DY-IDX) TO WS-WEEKDAY-SUB.
           MOVE WS-DY-DATE(WS-DY-IDX) TO WS-DTL-DATE.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-SUB) TO WS-DTL-WEEKDAY.
           MOVE WS-DATE-LABEL TO HDL-LABEL.
           MOVE WS-DY-VALUE(WS-DY-IDX) TO HDL-VALUE.
           MOVE WS-DY-UNITS(WS-DY-IDX) TO HDL-UNITS.
           MOVE WS-DY-RECEIPTS(WS-DY-IDX) TO HDL-RECEIPTS.
           MOVE WS-DY-VALUE(WS-DY-IDX) TO WS-BUCKET-VALUE.
           PERFORM SET-SHARE.
           MOVE WS-WD-AVERAGE(WS-WEEKDAY-SUB) TO HDL-AVERAGE.
           IF WS-WD-AVERAGE(WS-WEEKDAY-SUB) NOT = 0
               COMPUTE WS-VS-AVG-PCT ROUNDED =
                       (WS-DY-VALUE(WS-DY-IDX)
                       - WS-WD-AVERAGE(WS-WEEKDAY-SUB))
                       * 100 / WS-WD-AVERAGE(WS-WEEKDAY-SUB)
               MOVE WS-VS-AVG-PCT TO HDL-VS-AVG
           END-IF.
           MOVE HOURLY-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

      * The bucket's share of the store's value, for the line.
       SET-SHARE.
           MOVE 0 TO WS-SHARE-PCT.
           IF WS-ST-VALUE > 0 AND WS-BUCKET-VALUE > 0
               COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-BUCKET-VALUE * 100 / WS-ST-VALUE
           END-IF.
           MOVE WS-SHARE-PCT TO HDL-SHARE.

       WRITE-SECTION-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM HOURLY-RPT.
