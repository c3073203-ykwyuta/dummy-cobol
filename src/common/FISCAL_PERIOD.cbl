       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL_PERIOD.
       AUTHOR. Jules.
      *
      * Shared accounting-period resolver, in the spirit of BIZ_DATE.
      * The company closes either on calendar months (YYYYMM) or on
      * the 4-4-5 fiscal periods FISCAL_BUILD generates (YYYYPP on
      * FISCAL_CAL.DAT); which one is the company's basis is a
      * single card, BASIS=FISCAL or BASIS=CALENDAR, on
      * PERIOD_BASIS.PARM (through the shared PARM_KEYWORD entry) --
      * no card means calendar months, as before the fiscal
      * calendar existed. The period programs ask here instead of
      * taking a date's first six digits.
      *
      * LK-FUNCTION:
      *   'D' date in LK-DATE -> its period, the week within it
      *       (week of the fiscal year on the fiscal basis, week of
      *       the month 1-5 on the calendar basis) and the period's
      *       first and last days
      *   'P' period in LK-PERIOD -> its first and last days
      * LK-BASIS: 'F' or 'C' forces that basis (the tax returns stay
      * on calendar months whatever the company closes on); a space
      * takes the company basis and hands back which one that was.
      * LK-STATUS:
      *   "00" resolved
      *   "10" date or period not on the fiscal calendar (or not a
      *        valid month on the calendar basis)
      *   "20" fiscal basis, but no fiscal calendar on file
      * The fiscal calendar is loaded once per run unit, one entry
      * per period.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO
                   "data/master_update/FISCAL_CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FISCAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
           COPY "FISCREC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-FISCAL                PIC X(2).
       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/PERIOD_BASIS.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-LOADED-FLAG           PIC X VALUE 'N'.
           88  CALENDAR-LOADED      VALUE 'Y'.
       01  WS-COMPANY-BASIS         PIC X VALUE 'C'.
       01  WS-FISCAL-ON-FILE        PIC X VALUE 'N'.
       01  WS-FISCAL-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-FISCAL-EOF        VALUE 'Y'.
       01  WS-USE-BASIS             PIC X.

      * One entry per fiscal period: its first and last days and the
      * fiscal week its first day falls in. Twenty years' worth.
       01  WS-PERIOD-TABLE.
           05  WS-FP-COUNT          PIC 9(3) VALUE 0.
           05  WS-FP-ENTRIES OCCURS 240 TIMES.
               10  WS-FP-PERIOD     PIC 9(6).
               10  WS-FP-START      PIC 9(8).
               10  WS-FP-END        PIC 9(8).
               10  WS-FP-FIRST-WEEK PIC 9(2).
       01  WS-FP-IDX                PIC 9(3).
       01  WS-FP-HIT                PIC 9(3).

       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WD-YYYYMM         PIC 9(6).
           05  WS-WD-DD             PIC 9(2).
       01  WS-WORK-MONTH            PIC 9(6).
       01  WS-WORK-MONTH-SPLIT REDEFINES WS-WORK-MONTH.
           05  WS-WM-YEAR           PIC 9(4).
           05  WS-WM-MM             PIC 9(2).
       01  WS-DATE-INT              PIC 9(8).

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X.
       01  LK-BASIS                 PIC X.
       01  LK-DATE                  PIC 9(8).
       01  LK-PERIOD                PIC 9(6).
       01  LK-WEEK                  PIC 9(2).
       01  LK-START                 PIC 9(8).
       01  LK-END                   PIC 9(8).
       01  LK-STATUS                PIC X(2).

       PROCEDURE DIVISION USING LK-FUNCTION, LK-BASIS, LK-DATE,
               LK-PERIOD, LK-WEEK, LK-START, LK-END, LK-STATUS.
       MAIN-PROCEDURE.
           IF NOT CALENDAR-LOADED
               PERFORM READ-COMPANY-BASIS
               PERFORM LOAD-FISCAL-CALENDAR THRU END-LOAD-FISCAL
               SET CALENDAR-LOADED TO TRUE
           END-IF.
           IF LK-BASIS = 'F' OR LK-BASIS = 'C'
               MOVE LK-BASIS TO WS-USE-BASIS
           ELSE
               MOVE WS-COMPANY-BASIS TO WS-USE-BASIS
               MOVE WS-COMPANY-BASIS TO LK-BASIS
           END-IF.
           MOVE "00" TO LK-STATUS.

           IF WS-USE-BASIS = 'F'
               IF WS-FISCAL-ON-FILE NOT = 'Y'
                   MOVE "20" TO LK-STATUS
                   GOBACK
               END-IF
               IF LK-FUNCTION = 'P'
                   PERFORM FISCAL-PERIOD-RANGE THRU END-FISCAL-RANGE
               ELSE
                   PERFORM FISCAL-DATE-PERIOD THRU END-FISCAL-DATE
               END-IF
           ELSE
               IF LK-FUNCTION = 'P'
                   PERFORM MONTH-PERIOD-RANGE THRU END-MONTH-RANGE
               ELSE
                   PERFORM MONTH-DATE-PERIOD THRU END-MONTH-DATE
               END-IF
           END-IF.
           GOBACK.

       READ-COMPANY-BASIS.
           MOVE "BASIS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'F'
               MOVE 'F' TO WS-COMPANY-BASIS
           END-IF.

      * The file is in date order, so a change of period on the
      * line is the next period starting; the last line seen for a
      * period is its last day.
       LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-FILE.
           IF FS-FISCAL NOT = "00"
               GO TO END-LOAD-FISCAL
           END-IF.
           MOVE 'Y' TO WS-FISCAL-ON-FILE.
           PERFORM UNTIL IS-FISCAL-EOF
               READ FISCAL-FILE
                   AT END
                       SET IS-FISCAL-EOF TO TRUE
                   NOT AT END
                       IF WS-FP-COUNT = 0
                               OR FC-FISCAL-PERIOD
                               NOT = WS-FP-PERIOD(WS-FP-COUNT)
                           IF WS-FP-COUNT < 240
                               ADD 1 TO WS-FP-COUNT
                               MOVE FC-FISCAL-PERIOD TO
                                       WS-FP-PERIOD(WS-FP-COUNT)
                               MOVE FC-DATE TO
                                       WS-FP-START(WS-FP-COUNT)
                               MOVE FC-WEEK TO
                                       WS-FP-FIRST-WEEK(WS-FP-COUNT)
                           END-IF
                       END-IF
                       IF FC-FISCAL-PERIOD = WS-FP-PERIOD(WS-FP-COUNT)
                           MOVE FC-DATE TO WS-FP-END(WS-FP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
       END-LOAD-FISCAL.
           CONTINUE.

       FISCAL-DATE-PERIOD.
           MOVE 0 TO WS-FP-HIT.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-COUNT
               IF LK-DATE NOT < WS-FP-START(WS-FP-IDX)
                       AND LK-DATE NOT > WS-FP-END(WS-FP-IDX)
                   MOVE WS-FP-IDX TO WS-FP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FP-HIT = 0
               MOVE "10" TO LK-STATUS
               GO TO END-FISCAL-DATE
           END-IF.
           MOVE WS-FP-PERIOD(WS-FP-HIT) TO LK-PERIOD.
           MOVE WS-FP-START(WS-FP-HIT) TO LK-START.
           MOVE WS-FP-END(WS-FP-HIT) TO LK-END.
           COMPUTE LK-WEEK = WS-FP-FIRST-WEEK(WS-FP-HIT)
                   + (FUNCTION INTEGER-OF-DATE(LK-DATE)
                   - FUNCTION INTEGER-OF-DATE(LK-START)) / 7.
       END-FISCAL-DATE.
           CONTINUE.

       FISCAL-PERIOD-RANGE.
           MOVE 0 TO WS-FP-HIT.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-COUNT
               IF WS-FP-PERIOD(WS-FP-IDX) = LK-PERIOD
                   MOVE WS-FP-IDX TO WS-FP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FP-HIT = 0
               MOVE "10" TO LK-STATUS
               GO TO END-FISCAL-RANGE
           END-IF.
           MOVE WS-FP-START(WS-FP-HIT) TO LK-START.
           MOVE WS-FP-END(WS-FP-HIT) TO LK-END.
           MOVE WS-FP-FIRST-WEEK(WS-FP-HIT) TO LK-WEEK.
       END-FISCAL-RANGE.
           CONTINUE.

      * Calendar basis: the date's own month, and the simple
      * week-within-month bucket SUMM01 has always used.
       MONTH-DATE-PERIOD.
           MOVE LK-DATE TO WS-WORK-DATE.
           MOVE WS-WD-YYYYMM TO LK-PERIOD.
           COMPUTE LK-WEEK = (WS-WD-DD - 1) / 7 + 1.
           MOVE WS-WD-YYYYMM TO WS-WORK-MONTH.
           IF WS-WM-MM < 1 OR WS-WM-MM > 12 OR WS-WM-YEAR < 1601
               MOVE "10" TO LK-STATUS
               GO TO END-MONTH-DATE
           END-IF.
           PERFORM MONTH-BOUNDARIES.
       END-MONTH-DATE.
           CONTINUE.

       MONTH-PERIOD-RANGE.
           MOVE LK-PERIOD TO WS-WORK-MONTH.
           IF WS-WM-MM < 1 OR WS-WM-MM > 12 OR WS-WM-YEAR < 1601
               MOVE "10" TO LK-STATUS
               GO TO END-MONTH-RANGE
           END-IF.
           MOVE 1 TO LK-WEEK.
           PERFORM MONTH-BOUNDARIES.
       END-MONTH-RANGE.
           CONTINUE.

      * The last day is the day before the first of the next month.
       MONTH-BOUNDARIES.
           MOVE WS-WORK-MONTH TO WS-WD-YYYYMM.
           MOVE 1 TO WS-WD-DD.
           MOVE WS-WORK-DATE TO LK-START.
           IF WS-WM-MM = 12
               ADD 1 TO WS-WM-YEAR
               MOVE 1 TO WS-WM-MM
           ELSE
               ADD 1 TO WS-WM-MM
           END-IF.
           MOVE WS-WORK-MONTH TO WS-WD-YYYYMM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE LK-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       END PROGRAM FISCAL_PERIOD.
