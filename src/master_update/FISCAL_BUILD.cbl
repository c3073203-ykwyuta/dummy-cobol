       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-BUILD.
       AUTHOR. Jules.
      *
      * Fiscal calendar builder -- the 4-4-5 financial year, built
      * from rules the way CAL_BUILD builds the trading calendar.
      * Generates one fiscal year of FISCAL_CAL.DAT lines (date,
      * fiscal year and period, fiscal week; layout FISCREC.CPY)
      * from the rules on FISCAL_BUILD.PARM (through the shared
      * PARM_KEYWORD entry):
      *   YEAR=yyyy      the fiscal year to build (required) -- named
      *                  for the calendar year it starts in
      *   PATTERN=445    weeks in the three periods of each quarter
      *                  (445, 454 or 544; must total 13)
      *   START=yyyymmdd first day of the year, when finance moves
      *                  it (default: the Sunday nearest 1 February)
      *   WEEKS=nn       52 or 53, needed only with START= (without
      *                  it the year runs up to the day before the
      *                  next year's default start)
      * A 53-week year gives the extra week to period 12. The year
      * is merged with the other years already on FISCAL_CAL.DAT
      * and the whole file written to FISCAL_CAL.NEW (the retained-
      * file swap convention -- FISCAL_PERIOD keeps reading the
      * current file until the swap releases the new one); a date
      * some other year already claimed is replaced and counted.
      * The period boundaries are printed to FISCAL_BUILD.LST for
      * finance to sign off before the swap.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FISCAL-FILE ASSIGN TO DSN-OLD-FISCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OLD-FISCAL.
           SELECT FISCAL-FILE ASSIGN TO DSN-FISCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FISCAL.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FISCAL-FILE.
       01  OLD-FISCAL-RECORD        PIC X(16).

       FD  FISCAL-FILE.
           COPY "FISCREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-OLD-FISCAL        PIC X(2).
           05  FS-FISCAL            PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-OLD-FISCAL    PIC X(33)
              VALUE "data/master_update/FISCAL_CAL.DAT".
           05 DSN-FISCAL        PIC X(33)
              VALUE "data/master_update/FISCAL_CAL.NEW".
           05 DSN-REPORT        PIC X(35)
              VALUE "data/master_update/FISCAL_BUILD.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/FISCAL_BUILD.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-BUILD-YEAR            PIC 9(4) VALUE 0.
       01  WS-PATTERN               PIC X(3) VALUE "445".
       01  WS-PATTERN-DIGITS REDEFINES WS-PATTERN.
           05  WS-PATTERN-WEEKS     PIC 9 OCCURS 3 TIMES.
       01  WS-START-DATE            PIC 9(8) VALUE 0.
       01  WS-YEAR-WEEKS            PIC 9(2) VALUE 0.

       01  WS-OLD-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-OLD-EOF           VALUE 'Y'.
       01  WS-OLD-OPEN-FLAG         PIC X VALUE 'N'.
           88  OLD-FILE-OPEN        VALUE 'Y'.
      * The current file's next line, held while the new year is
      * written ahead of it.
       01  WS-OLD-LINE              PIC X(16).
       01  WS-OLD-LINE-FIELDS REDEFINES WS-OLD-LINE.
           05  WS-OLD-DATE          PIC 9(8).
           05  WS-OLD-FISCAL-YEAR   PIC 9(4).
           05  FILLER               PIC X(4).

       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR           PIC 9(4).
           05  WS-WD-MM             PIC 9(2).
           05  WS-WD-DD             PIC 9(2).
       01  WS-ANCHOR-INT            PIC 9(8).
       01  WS-WEEKDAY               PIC 9.
       01  WS-YEAR-START-INT        PIC 9(8).
       01  WS-NEXT-START-INT        PIC 9(8).
       01  WS-YEAR-END-INT          PIC 9(8).
       01  WS-PERIOD-START-INT      PIC 9(8).
       01  WS-PERIOD-END-INT        PIC 9(8).
       01  WS-DATE-INT              PIC 9(8).
       01  WS-PERIOD-NO             PIC 9(2).
       01  WS-PERIOD-WEEKS          PIC 9(2).
       01  WS-QUARTER-SLOT          PIC 9.
       01  WS-WEEK-NO               PIC 9(2).
       01  WS-PATTERN-TOTAL         PIC 9(2).

       01  WS-CONTROL-COUNTS.
           05  WS-DAYS-BUILT        PIC 9(5) VALUE 0.
           05  WS-DAYS-KEPT         PIC 9(7) VALUE 0.
           05  WS-DAYS-REPLACED     PIC 9(5) VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(24)
               VALUE "FISCAL CALENDAR -- YEAR ".
           05  TL-YEAR              PIC 9(4).
           05  FILLER               PIC X(10) VALUE "  PATTERN ".
           05  TL-PATTERN           PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  TL-WEEKS             PIC Z9.
           05  FILLER               PIC X(6) VALUE " WEEKS".

       01  PERIOD-HEADING           PIC X(60)
               VALUE "PERIOD   FIRST DAY  LAST DAY   WEEKS  FIRST WEEK".

       01  PERIOD-LINE.
           05  PDL-PERIOD           PIC 9(6).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  PDL-START            PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  PDL-END              PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  PDL-WEEKS            PIC Z9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  PDL-FIRST-WEEK       PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-BUILD-RULES.
           IF WS-BUILD-YEAR = 0
               DISPLAY "FISCAL-BUILD: NO YEAR= CARD ON THE PARAMETER "
                       "FILE -- NOTHING BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PATTERN IS NOT NUMERIC
               DISPLAY "FISCAL-BUILD: PATTERN " WS-PATTERN
                       " IS NOT THREE DIGITS -- NOTHING BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PATTERN-TOTAL = WS-PATTERN-WEEKS(1)
                   + WS-PATTERN-WEEKS(2) + WS-PATTERN-WEEKS(3).
           IF WS-PATTERN-TOTAL NOT = 13
               DISPLAY "FISCAL-BUILD: PATTERN " WS-PATTERN
                       " DOES NOT MAKE A 13-WEEK QUARTER -- NOTHING "
                       "BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIX-YEAR-BOUNDARIES.
           IF WS-YEAR-WEEKS NOT = 52 AND WS-YEAR-WEEKS NOT = 53
               DISPLAY "FISCAL-BUILD: YEAR " WS-BUILD-YEAR
                       " WOULD RUN " WS-YEAR-WEEKS
                       " WEEKS -- NOTHING BUILT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FISCAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUILD-YEAR TO TL-YEAR.
           MOVE WS-PATTERN TO TL-PATTERN.
           MOVE WS-YEAR-WEEKS TO TL-WEEKS.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           WRITE REPORT-RECORD FROM PERIOD-HEADING.

      * The years already on file that END before this one go out
      * first, then the year being built, then the years after it
      * -- the file stays in date order across the merge.
           OPEN INPUT OLD-FISCAL-FILE.
           IF FS-OLD-FISCAL NOT = "00"
               SET IS-OLD-EOF TO TRUE
           ELSE
               SET OLD-FILE-OPEN TO TRUE
               PERFORM READ-OLD-FISCAL
           END-IF.
           PERFORM COPY-EARLIER-YEARS
                   UNTIL IS-OLD-EOF
                   OR WS-OLD-DATE NOT < WS-WORK-DATE.

           MOVE WS-YEAR-START-INT TO WS-PERIOD-START-INT.
           MOVE 1 TO WS-WEEK-NO.
           PERFORM BUILD-ONE-PERIOD THRU END-BUILD-ONE-PERIOD
                   VARYING WS-PERIOD-NO FROM 1 BY 1
                   UNTIL WS-PERIOD-NO > 12.

           PERFORM COPY-LATER-YEARS UNTIL IS-OLD-EOF.
           IF OLD-FILE-OPEN
               CLOSE OLD-FISCAL-FILE
           END-IF.
           CLOSE FISCAL-FILE REPORT-FILE.

           DISPLAY "FISCAL-BUILD TOTALS -- YEAR: " WS-BUILD-YEAR
                   " WEEKS: " WS-YEAR-WEEKS
                   " DAYS BUILT: " WS-DAYS-BUILT
                   " OTHER YEARS' DAYS KEPT: " WS-DAYS-KEPT
                   " DAYS REPLACED: " WS-DAYS-REPLACED.
           IF WS-DAYS-REPLACED > 0
               DISPLAY "ALERT: THE NEW YEAR OVERLAPS DATES ANOTHER "
                       "FISCAL YEAR HELD -- CHECK FISCAL_BUILD.LST "
                       "BEFORE RELEASING THE SWAP."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-BUILD-RULES.
           MOVE "YEAR" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:4) IS NUMERIC
               MOVE WS-KW-VALUE(1:4) TO WS-BUILD-YEAR
           END-IF.
           MOVE "PATTERN" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:3) NOT = SPACES
               MOVE WS-KW-VALUE(1:3) TO WS-PATTERN
           END-IF.
           MOVE "START" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-START-DATE
           END-IF.
           MOVE "WEEKS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:2) IS NUMERIC
               MOVE WS-KW-VALUE(1:2) TO WS-YEAR-WEEKS
           END-IF.

      * Without a START= card the year runs from this year's default
      * start to the day before next year's, which is what makes
      * every fifth or sixth year a 53-week one. WS-WORK-DATE is
      * left holding the first day, for the merge.
       FIX-YEAR-BOUNDARIES.
           IF WS-START-DATE NOT = 0
               COMPUTE WS-YEAR-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-START-DATE)
               IF WS-YEAR-WEEKS = 0
                   MOVE 52 TO WS-YEAR-WEEKS
               END-IF
           ELSE
               COMPUTE WS-WD-YEAR = WS-BUILD-YEAR + 1
               PERFORM FIND-DEFAULT-START
               MOVE WS-ANCHOR-INT TO WS-NEXT-START-INT
               MOVE WS-BUILD-YEAR TO WS-WD-YEAR
               PERFORM FIND-DEFAULT-START
               MOVE WS-ANCHOR-INT TO WS-YEAR-START-INT
               COMPUTE WS-YEAR-WEEKS =
                       (WS-NEXT-START-INT - WS-YEAR-START-INT) / 7
           END-IF.
           COMPUTE WS-YEAR-END-INT =
                   WS-YEAR-START-INT + WS-YEAR-WEEKS * 7 - 1.
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-YEAR-START-INT).

      * The Sunday nearest 1 February of the year in WS-WD-YEAR.
      * Day 1 of the integer-date epoch is a Monday, so weekday 7 is
      * Sunday: Thursday to Sunday roll forward to the coming
      * Sunday, Monday to Wednesday back to the one just gone.
       FIND-DEFAULT-START.
           MOVE 2 TO WS-WD-MM.
           MOVE 1 TO WS-WD-DD.
           COMPUTE WS-ANCHOR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-ANCHOR-INT - 1, 7) + 1.
           IF WS-WEEKDAY > 3
               COMPUTE WS-ANCHOR-INT = WS-ANCHOR-INT + 7 - WS-WEEKDAY
           ELSE
               COMPUTE WS-ANCHOR-INT = WS-ANCHOR-INT - WS-WEEKDAY
           END-IF.

       READ-OLD-FISCAL.
           READ OLD-FISCAL-FILE
               AT END
                   SET IS-OLD-EOF TO TRUE
               NOT AT END
                   MOVE OLD-FISCAL-RECORD TO WS-OLD-LINE
           END-READ.

       COPY-EARLIER-YEARS.
           MOVE WS-OLD-LINE TO FC-RECORD.
           WRITE FC-RECORD.
           ADD 1 TO WS-DAYS-KEPT.
           PERFORM READ-OLD-FISCAL.

      * A line falling inside the year just built has been replaced
      * by it -- whichever year it used to belong to.
       COPY-LATER-YEARS.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OLD-DATE).
           IF WS-DATE-INT > WS-YEAR-END-INT
               MOVE WS-OLD-LINE TO FC-RECORD
               WRITE FC-RECORD
               ADD 1 TO WS-DAYS-KEPT
           ELSE
               IF WS-OLD-FISCAL-YEAR NOT = WS-BUILD-YEAR
                   ADD 1 TO WS-DAYS-REPLACED
               END-IF
           END-IF.
           PERFORM READ-OLD-FISCAL.

      * Periods 1-3 of every quarter take the pattern's three
      * digits in turn; period 12 picks up the 53rd week.
       BUILD-ONE-PERIOD.
           COMPUTE WS-QUARTER-SLOT =
                   FUNCTION MOD(WS-PERIOD-NO - 1, 3) + 1.
           MOVE WS-PATTERN-WEEKS(WS-QUARTER-SLOT) TO WS-PERIOD-WEEKS.
           IF WS-PERIOD-NO = 12 AND WS-YEAR-WEEKS = 53
               ADD 1 TO WS-PERIOD-WEEKS
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
                   WS-PERIOD-START-INT + WS-PERIOD-WEEKS * 7 - 1.

           MOVE WS-BUILD-YEAR TO PDL-PERIOD(1:4).
           MOVE WS-PERIOD-NO TO PDL-PERIOD(5:2).
           COMPUTE PDL-START =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT).
           COMPUTE PDL-END =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
           MOVE WS-PERIOD-WEEKS TO PDL-WEEKS.
           MOVE WS-WEEK-NO TO PDL-FIRST-WEEK.
           WRITE REPORT-RECORD FROM PERIOD-LINE.

           PERFORM WRITE-ONE-DAY
                   VARYING WS-DATE-INT FROM WS-PERIOD-START-INT BY 1
                   UNTIL WS-DATE-INT > WS-PERIOD-END-INT.
           ADD WS-PERIOD-WEEKS TO WS-WEEK-NO.
           COMPUTE WS-PERIOD-START-INT = WS-PERIOD-END-INT + 1.
       END-BUILD-ONE-PERIOD.
           CONTINUE.

       WRITE-ONE-DAY.
           COMPUTE FC-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-BUILD-YEAR TO FC-FISCAL-YEAR.
           MOVE WS-PERIOD-NO TO FC-PERIOD.
           COMPUTE FC-WEEK = WS-WEEK-NO
                   + (WS-DATE-INT - WS-PERIOD-START-INT) / 7.
           WRITE FC-RECORD.
           ADD 1 TO WS-DAYS-BUILT.

       END PROGRAM FISCAL-BUILD.
