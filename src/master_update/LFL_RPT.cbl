       IDENTIFICATION DIVISION.
       PROGRAM-ID. LFL-RPT.
       AUTHOR. Jules.
      *
      * Like-for-like (comparable store) sales report. For a date
      * range it sets each store's net sales (sales less returns
      * and receipt voids, tax-exclusive where the history carries
      * it -- STORE_SCORE's figure) beside the same trading days a
      * year earlier. Last year's days are taken 364 days back, 52
      * weeks to the day, so this Monday is set against last year's
      * equivalent Monday rather than the same calendar date. Last
      * year reaches back past what the flat history retains, so --
      * as FCST_BUILD does -- the monthly member files
      * (SALES_HIST_YYYYMM.DAT) supply the months the flat file no
      * longer reaches, and nothing is counted twice.
      *
      * A store counts like-for-like only when it traded through
      * both periods: opened (ST-OPEN-DATE) no later than the first
      * day of last year's period and not closed (ST-CLOSE-DATE)
      * before the end of this one. A store with no opening date on
      * file is taken as long established. Stores opened since
      * come on lines of their own under NEW STORES, stores closed
      * under CLOSED STORES, and sales for a store not on the
      * master under NOT ON STORE MASTER; each group has its own
      * total, and only the like-for-like stores make up the
      * like-for-like total and its change, the figure management
      * asks for first. The all-stores total follows.
      *
      * The range defaults to the four weeks (28 days) ending on
      * the business date resolved by BIZ_DATE; FROM-DATE= and
      * TO-DATE= cards on LFL_RPT.PARM (through the shared
      * PARM_KEYWORD entry) override it, up to 364 days so the two
      * periods never overlap.
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
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-STORE             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-MONTHLY-HIST  PIC X(40).
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/LFL_RPT.LST".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/LFL_RPT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
      * This year's period and last year's, 364 days earlier.
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-LY-FROM-DATE          PIC 9(8).
       01  WS-LY-TO-DATE            PIC 9(8).
       01  WS-FROM-INT              PIC 9(7).
       01  WS-TO-INT                PIC 9(7).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE NAME                       OPENED   CLOSED      TH
      -        "IS YEAR      LAST YEAR         CHANGE   CHG%".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF           PIC X VALUE 'N'.
       01  WS-MEMBER-EOF            PIC X VALUE 'N'.
       01  WS-STORE-EOF-FLAG        PIC X VALUE 'N'.
           88  IS-STORE-EOF         VALUE 'Y'.

       01  WS-EARLIEST-FLAT         PIC 9(8) VALUE 99999999.
       01  WS-SCAN-MONTH            PIC 9(6).
       01  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
           05  WS-SCAN-YEAR         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
       01  WS-BOUNDARY-MONTH        PIC 9(6).

      * Every store on the master, then any store the history names
      * that the master does not. WS-LS-CLASS is L like-for-like, N
      * new, C closed, U not on the store master.
       01  WS-STORE-TABLE.
           05  WS-LS-COUNT          PIC 9(3) VALUE 0.
           05  WS-LS-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-LS-IDX.
               10  WS-LS-STORE      PIC X(4).
               10  WS-LS-NAME       PIC X(25).
               10  WS-LS-OPEN-DATE  PIC 9(8).
               10  WS-LS-CLOSE-DATE PIC 9(8).
               10  WS-LS-CLASS      PIC X.
               10  WS-LS-TY-VALUE   PIC S9(11)V99.
               10  WS-LS-LY-VALUE   PIC S9(11)V99.
       01  WS-TABLE-FULL-FLAG       PIC X VALUE 'N'.
           88  TABLE-IS-FULL        VALUE 'Y'.

       01  WS-LINE-VALUE            PIC S9(9)V99.
       01  WS-PERIOD                PIC X.
           88  IN-THIS-YEAR         VALUE 'T'.
           88  IN-LAST-YEAR         VALUE 'L'.

      * The class being printed, its section title and totals.
       01  WS-PRINT-CLASS           PIC X.
       01  WS-SECTION-TITLE         PIC X(30).
       01  WS-SECTION-COUNT         PIC 9(3).
       01  WS-SECTION-TY            PIC S9(11)V99.
       01  WS-SECTION-LY            PIC S9(11)V99.
       01  WS-ALL-COUNT             PIC 9(3) VALUE 0.
       01  WS-ALL-TY                PIC S9(11)V99 VALUE 0.
       01  WS-ALL-LY                PIC S9(11)V99 VALUE 0.
       01  WS-LFL-COUNT             PIC 9(3) VALUE 0.
       01  WS-LFL-TY                PIC S9(11)V99 VALUE 0.
       01  WS-LFL-LY                PIC S9(11)V99 VALUE 0.
      * The pair of figures WORK-OUT-CHANGE compares.
       01  WS-CMP-TY                PIC S9(11)V99.
       01  WS-CMP-LY                PIC S9(11)V99.
       01  WS-CHANGE-VALUE          PIC S9(11)V99.
       01  WS-CHANGE-PCT            PIC S9(5)V9.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(9) VALUE 0.
           05  WS-IN-RANGE-COUNT    PIC 9(9) VALUE 0.
           05  WS-MEMBER-COUNT      PIC 9(3) VALUE 0.

       01  LFL-DETAIL-LINE.
           05  LDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LDL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-OPEN-DATE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CLOSE-DATE       PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-TY-VALUE         PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-LY-VALUE         PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CHANGE           PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CHANGE-PCT       PIC -(4)9.9.
      * A total's label runs across the store and date columns.
       01  LFL-TOTAL-LINE REDEFINES LFL-DETAIL-LINE.
           05  FILLER               PIC X(6).
           05  LTL-LABEL            PIC X(43).
           05  FILLER               PIC X(53).
       01  WS-TOTAL-LABEL.
           05  WS-TL-TEXT           PIC X(26).
           05  FILLER               PIC X(3) VALUE "  (".
           05  WS-TL-COUNT          PIC ZZ9.
           05  FILLER               PIC X(1) VALUE ")".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM READ-LFL-PARAMETERS.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "LFL-RPT: FROM-DATE " WS-FROM-DATE
                       " IS AFTER TO-DATE " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-STORE-TABLE THRU END-LOAD-STORE-TABLE.
           PERFORM SCAN-FLAT-HISTORY THRU END-SCAN-FLAT.
           PERFORM SCAN-OLDER-MEMBERS THRU END-SCAN-MEMBERS.
           PERFORM CLASSIFY-STORE
                   VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "LIKE-FOR-LIKE SALES " WS-FROM-DATE "-"
                  WS-TO-DATE " VS " WS-LY-FROM-DATE "-"
                  WS-LY-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           MOVE 'L' TO WS-PRINT-CLASS.
           MOVE "LIKE-FOR-LIKE STORES" TO WS-SECTION-TITLE.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-SECTION-COUNT TO WS-LFL-COUNT.
           MOVE WS-SECTION-TY TO WS-LFL-TY.
           MOVE WS-SECTION-LY TO WS-LFL-LY.
           MOVE 'N' TO WS-PRINT-CLASS.
           MOVE "NEW STORES" TO WS-SECTION-TITLE.
           PERFORM PRINT-ONE-SECTION.
           MOVE 'C' TO WS-PRINT-CLASS.
           MOVE "CLOSED STORES" TO WS-SECTION-TITLE.
           PERFORM PRINT-ONE-SECTION.
           MOVE 'U' TO WS-PRINT-CLASS.
           MOVE "NOT ON STORE MASTER" TO WS-SECTION-TITLE.
           PERFORM PRINT-ONE-SECTION.

           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ALL STORES" TO WS-TL-TEXT.
           MOVE WS-ALL-COUNT TO WS-TL-COUNT.
           MOVE WS-ALL-TY TO WS-SECTION-TY.
           MOVE WS-ALL-LY TO WS-SECTION-LY.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "LIKE-FOR-LIKE" TO WS-TL-TEXT.
           MOVE WS-LFL-COUNT TO WS-TL-COUNT.
           MOVE WS-LFL-TY TO WS-SECTION-TY.
           MOVE WS-LFL-LY TO WS-SECTION-LY.
           PERFORM PRINT-TOTAL-LINE.

           MOVE WS-LFL-TY TO WS-CMP-TY.
           MOVE WS-LFL-LY TO WS-CMP-LY.
           PERFORM WORK-OUT-CHANGE.
           DISPLAY "LFL-RPT TOTALS -- RANGE: " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   " STORES: " WS-ALL-COUNT
                   " LIKE-FOR-LIKE: " WS-LFL-COUNT
                   " LINES READ: " WS-READ-COUNT
                   " IN RANGE: " WS-IN-RANGE-COUNT
                   " MEMBERS: " WS-MEMBER-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           MOVE WS-CHANGE-PCT TO LDL-CHANGE-PCT.
           STRING "STORES: " WS-ALL-COUNT
                  "  LIKE-FOR-LIKE: " WS-LFL-COUNT
                  "  LIKE-FOR-LIKE CHANGE %: " LDL-CHANGE-PCT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF TABLE-IS-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-LFL-PARAMETERS.
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
           IF WS-TO-INT - WS-FROM-INT > 363
               COMPUTE WS-FROM-INT = WS-TO-INT - 363
               COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               DISPLAY "LFL-RPT WARNING: RANGE CUT TO START "
                       WS-FROM-DATE
           END-IF.
           COMPUTE WS-LY-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT - 364).
           COMPUTE WS-LY-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TO-INT - 364).

      * Without the store master every store's sales still print,
      * under NOT ON STORE MASTER.
       LOAD-STORE-TABLE.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE NOT = "00"
               DISPLAY "LFL-RPT WARNING: NO STORE MASTER FILE, "
                       "NO STORE CAN BE COMPARED."
               GO TO END-LOAD-STORE-TABLE
           END-IF.
           PERFORM UNTIL IS-STORE-EOF
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET IS-STORE-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-MASTER-STORE
               END-READ
           END-PERFORM.
           CLOSE STORE-MASTER-FILE.
       END-LOAD-STORE-TABLE.
           CONTINUE.

       NOTE-MASTER-STORE.
           IF WS-LS-COUNT < 500
               ADD 1 TO WS-LS-COUNT
               SET WS-LS-IDX TO WS-LS-COUNT
               MOVE ST-STORE-CODE TO WS-LS-STORE(WS-LS-IDX)
               MOVE ST-STORE-NAME TO WS-LS-NAME(WS-LS-IDX)
               MOVE ST-OPEN-DATE TO WS-LS-OPEN-DATE(WS-LS-IDX)
               MOVE ST-CLOSE-DATE TO WS-LS-CLOSE-DATE(WS-LS-IDX)
               MOVE SPACE TO WS-LS-CLASS(WS-LS-IDX)
               MOVE 0 TO WS-LS-TY-VALUE(WS-LS-IDX)
                         WS-LS-LY-VALUE(WS-LS-IDX)
           ELSE
               SET TABLE-IS-FULL TO TRUE
           END-IF.

      * The flat file covers everything still retained; its
      * earliest date marks where the member files take over.
       SCAN-FLAT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "LFL-RPT WARNING: NO HISTORY FILE ON DISK."
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
                       PERFORM ADD-ONE-LINE THRU END-ADD-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-SCAN-FLAT.
           CONTINUE.

      * Month by month from last year's first month up to (not
      * including) the month the flat file still reaches. A member
      * that was never written simply is not there.
       SCAN-OLDER-MEMBERS.
           IF WS-EARLIEST-FLAT = 99999999
               MOVE WS-TO-DATE(1:6) TO WS-BOUNDARY-MONTH
               ADD 1 TO WS-BOUNDARY-MONTH
           ELSE
               MOVE WS-EARLIEST-FLAT(1:6) TO WS-BOUNDARY-MONTH
           END-IF.
           MOVE WS-LY-FROM-DATE(1:6) TO WS-SCAN-MONTH.
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
                           PERFORM ADD-ONE-LINE THRU END-ADD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-HIST-FILE.
       END-SCAN-ONE-MEMBER.
           CONTINUE.

      * Revenue netted the way STORE_SCORE nets it: the
      * tax-exclusive value, or the gross on records from before
      * it was carried; returns and voids come off.
       ADD-ONE-LINE.
           EVALUATE TRUE
               WHEN HIST-TRAN-DATE >= WS-FROM-DATE
                       AND HIST-TRAN-DATE <= WS-TO-DATE
                   SET IN-THIS-YEAR TO TRUE
               WHEN HIST-TRAN-DATE >= WS-LY-FROM-DATE
                       AND HIST-TRAN-DATE <= WS-LY-TO-DATE
                   SET IN-LAST-YEAR TO TRUE
               WHEN OTHER
                   GO TO END-ADD-ONE-LINE
           END-EVALUATE.
           IF HIST-NET-VALUE = 0 AND HIST-EXT-VALUE NOT = 0
               MOVE HIST-EXT-VALUE TO WS-LINE-VALUE
           ELSE
               MOVE HIST-NET-VALUE TO WS-LINE-VALUE
           END-IF.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   CONTINUE
               WHEN 'R'
               WHEN 'V'
                   COMPUTE WS-LINE-VALUE = WS-LINE-VALUE * -1
               WHEN OTHER
                   GO TO END-ADD-ONE-LINE
           END-EVALUATE.
           ADD 1 TO WS-IN-RANGE-COUNT.
           PERFORM FIND-OR-ADD-STORE.
           IF WS-LS-IDX > WS-LS-COUNT
               GO TO END-ADD-ONE-LINE
           END-IF.
           IF IN-THIS-YEAR
               ADD WS-LINE-VALUE TO WS-LS-TY-VALUE(WS-LS-IDX)
           ELSE
               ADD WS-LINE-VALUE TO WS-LS-LY-VALUE(WS-LS-IDX)
           END-IF.
       END-ADD-ONE-LINE.
           CONTINUE.

      * Leaves WS-LS-IDX on the history line's store, past the end
      * of the table when it is full.
       FIND-OR-ADD-STORE.
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-STORE(WS-LS-IDX) = HIST-STORE-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-COUNT < 500
                   ADD 1 TO WS-LS-COUNT
                   SET WS-LS-IDX TO WS-LS-COUNT
                   MOVE HIST-STORE-CODE TO WS-LS-STORE(WS-LS-IDX)
                   MOVE SPACES TO WS-LS-NAME(WS-LS-IDX)
                   MOVE 0 TO WS-LS-OPEN-DATE(WS-LS-IDX)
                             WS-LS-CLOSE-DATE(WS-LS-IDX)
                   MOVE 'U' TO WS-LS-CLASS(WS-LS-IDX)
                   MOVE 0 TO WS-LS-TY-VALUE(WS-LS-IDX)
                             WS-LS-LY-VALUE(WS-LS-IDX)
               ELSE
                   SET TABLE-IS-FULL TO TRUE
               END-IF
           END-IF.

      * Closed before this period ends, or opened after last year's
      * began, and the store did not trade through both.
       CLASSIFY-STORE.
           IF WS-LS-CLASS(WS-LS-IDX) = 'U'
               CONTINUE
           ELSE
               IF WS-LS-CLOSE-DATE(WS-LS-IDX) NOT = 0
                       AND WS-LS-CLOSE-DATE(WS-LS-IDX) <= WS-TO-DATE
                   MOVE 'C' TO WS-LS-CLASS(WS-LS-IDX)
               ELSE
                   IF WS-LS-OPEN-DATE(WS-LS-IDX) > WS-LY-FROM-DATE
                       MOVE 'N' TO WS-LS-CLASS(WS-LS-IDX)
                   ELSE
                       MOVE 'L' TO WS-LS-CLASS(WS-LS-IDX)
                   END-IF
               END-IF
           END-IF.

      * One group of stores under its title, with its total. A
      * new or closed store with no sales in either period (a
      * store long gone, or not yet open) is left off.
       PRINT-ONE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT WS-SECTION-TY WS-SECTION-LY.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-CLASS(WS-LS-IDX) = WS-PRINT-CLASS
                   IF WS-PRINT-CLASS = 'L'
                           OR WS-LS-TY-VALUE(WS-LS-IDX) NOT = 0
                           OR WS-LS-LY-VALUE(WS-LS-IDX) NOT = 0
                       PERFORM PRINT-ONE-STORE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = 0
               MOVE "    NONE" TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-SECTION-TITLE TO WS-TL-TEXT
               MOVE WS-SECTION-COUNT TO WS-TL-COUNT
               PERFORM PRINT-TOTAL-LINE
           END-IF.
           ADD WS-SECTION-COUNT TO WS-ALL-COUNT.
           ADD WS-SECTION-TY TO WS-ALL-TY.
           ADD WS-SECTION-LY TO WS-ALL-LY.

       PRINT-ONE-STORE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WS-LS-TY-VALUE(WS-LS-IDX) TO WS-SECTION-TY.
           ADD WS-LS-LY-VALUE(WS-LS-IDX) TO WS-SECTION-LY.
           MOVE SPACES TO LDL-OPEN-DATE LDL-CLOSE-DATE.
           MOVE WS-LS-STORE(WS-LS-IDX) TO LDL-STORE-CODE.
           MOVE WS-LS-NAME(WS-LS-IDX) TO LDL-STORE-NAME.
           IF WS-LS-OPEN-DATE(WS-LS-IDX) NOT = 0
               MOVE WS-LS-OPEN-DATE(WS-LS-IDX) TO LDL-OPEN-DATE
           END-IF.
           IF WS-LS-CLOSE-DATE(WS-LS-IDX) NOT = 0
               MOVE WS-LS-CLOSE-DATE(WS-LS-IDX) TO LDL-CLOSE-DATE
           END-IF.
           MOVE WS-LS-TY-VALUE(WS-LS-IDX) TO WS-CMP-TY.
           MOVE WS-LS-LY-VALUE(WS-LS-IDX) TO WS-CMP-LY.
           PERFORM PRINT-VALUE-LINE.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO LDL-STORE-CODE.
           MOVE WS-TOTAL-LABEL TO LTL-LABEL.
           MOVE WS-SECTION-TY TO WS-CMP-TY.
           MOVE WS-SECTION-LY TO WS-CMP-LY.
           PERFORM PRINT-VALUE-LINE.

       PRINT-VALUE-LINE.
           MOVE WS-CMP-TY TO LDL-TY-VALUE.
           MOVE WS-CMP-LY TO LDL-LY-VALUE.
           PERFORM WORK-OUT-CHANGE.
           MOVE WS-CHANGE-VALUE TO LDL-CHANGE.
           MOVE WS-CHANGE-PCT TO LDL-CHANGE-PCT.
           MOVE LFL-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

      * Change on last year, and as a percentage of last year --
      * zero where there was nothing last year to measure against.
       WORK-OUT-CHANGE.
           COMPUTE WS-CHANGE-VALUE = WS-CMP-TY - WS-CMP-LY.
           MOVE 0 TO WS-CHANGE-PCT.
           IF WS-CMP-LY NOT = 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                       WS-CHANGE-VALUE * 100 / WS-CMP-LY
                   ON SIZE ERROR
                       MOVE 0 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM LFL-RPT.
