       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-BURST.
       AUTHOR. Jules.
      *
      * Report bursting and distribution. The listings the night
      * prints (LOW_STOCK, STORE_STOCK.LST, LOST_SALES, XFER_AGE,
      * COUNT_SHEET and the rest) come out company-wide; this step
      * cuts them up per recipient instead of someone doing it by
      * hand. The distribution file DISTRIB.DAT names, one card per
      * recipient per report, who gets which report and whether
      * they get the whole of it or only their own store's lines.
      *
      * The cards are sorted by recipient (the internal SORT
      * technique SUMM01 uses), and each recipient gets ONE file for
      * the business date, BURST_<recipient>_<yyyymmdd>.LST,
      * holding every report named for them, one after another.
      *   'A' whole report  - copied as printed
      *   'S' store section - the report's first DC-HEAD-LINES lines
      *       (RPT_WRITER's title, run stamp and column headings:
      *       3 for a report with headings, 2 without) and then only
      *       the lines carrying the recipient's store code at
      *       column DC-STORE-COL, closed by a trailer counting
      *       them. A store with no lines on the report gets the
      *       same heading and a "nothing to report" line rather
      *       than nothing at all, so a missing page always means
      *       a missing report, never a quiet store.
      * A report that is not on file for the night is left out of
      * the recipient's file and logged as missing (RC 4); a
      * malformed card is logged and skipped (RC 4). With no
      * distribution file at all there is nothing to do (RC 8).
      *
      * What went to whom is listed in the distribution log
      * BURST_LOG.LST through the shared RPT_WRITER: one line per
      * card with the lines sent and the outcome.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE ASSIGN TO DSN-DISTRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTRIB.
           SELECT SORTED-DISTRIB-FILE ASSIGN TO DSN-DISTRIB-SORTED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SORTED.
           SELECT SORT-WORK-FILE ASSIGN TO DSN-SORT-WORK.
           SELECT SOURCE-REPORT-FILE ASSIGN DYNAMIC WS-SOURCE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOURCE.
           SELECT BURST-FILE ASSIGN DYNAMIC WS-BURST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BURST.

       DATA DIVISION.
       FILE SECTION.
      * One card per recipient per report. DC-STORE-COL and
      * DC-HEAD-LINES describe the report, so every store-section
      * card for the same report carries the same two figures.
       FD  DISTRIB-FILE.
       01  DISTRIB-RECORD.
           05  DC-REPORT-DSN        PIC X(40).
           05  DC-RECIPIENT         PIC X(8).
           05  DC-SCOPE             PIC X.
               88  DC-WHOLE-REPORT  VALUE 'A'.
               88  DC-STORE-SECTION VALUE 'S'.
           05  DC-STORE-CODE        PIC X(4).
           05  DC-STORE-COL         PIC 9(3).
           05  DC-HEAD-LINES        PIC 9(2).

       FD  SORTED-DISTRIB-FILE.
       01  SORTED-DISTRIB-RECORD.
           05  SD-REPORT-DSN        PIC X(40).
           05  SD-RECIPIENT         PIC X(8).
           05  SD-SCOPE             PIC X.
               88  SD-WHOLE-REPORT  VALUE 'A'.
               88  SD-STORE-SECTION VALUE 'S'.
           05  SD-STORE-CODE        PIC X(4).
           05  SD-STORE-COL         PIC 9(3).
           05  SD-HEAD-LINES        PIC 9(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-REPORT-DSN        PIC X(40).
           05  SW-RECIPIENT         PIC X(8).
           05  FILLER               PIC X(10).

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-RECORD            PIC X(132).

       FD  BURST-FILE.
       01  BURST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-DISTRIB           PIC X(2).
           05  FS-SORTED            PIC X(2).
           05  FS-SOURCE            PIC X(2).
           05  FS-BURST             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-DISTRIB       PIC X(23)
              VALUE "data/common/DISTRIB.DAT".
           05 DSN-DISTRIB-SORTED PIC X(23)
              VALUE "data/common/DISTRIB.SRT".
           05 DSN-SORT-WORK     PIC X(23)
              VALUE "data/common/DISTRIB.TMP".
           05 DSN-LOG           PIC X(80)
              VALUE "data/common/BURST_LOG.LST".

       01  WS-SOURCE-DSN            PIC X(80).
       01  WS-BURST-DSN             PIC X(80).
       01  WS-BURST-OPEN-FLAG       PIC X VALUE 'N'.
           88  BURST-IS-OPEN        VALUE 'Y'.
       01  WS-CURRENT-RECIPIENT     PIC X(8) VALUE SPACES.

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SOURCE-EOF-FLAG       PIC X VALUE 'N'.
           88  SOURCE-DONE          VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-SOURCE-LINE-NO        PIC 9(7).
       01  WS-LINES-SENT            PIC 9(7).
       01  WS-STORE-LINES           PIC 9(7).
       01  WS-RESULT                PIC X(10).

       01  WS-CONTROL-COUNTS.
           05  WS-CARD-COUNT        PIC 9(5) VALUE 0.
           05  WS-RECIPIENT-COUNT   PIC 9(5) VALUE 0.
           05  WS-SENT-COUNT        PIC 9(5) VALUE 0.
           05  WS-NOTHING-COUNT     PIC 9(5) VALUE 0.
           05  WS-MISSING-COUNT     PIC 9(5) VALUE 0.
           05  WS-BAD-CARD-COUNT    PIC 9(5) VALUE 0.

       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).

       01  LOG-LINE.
           05  LL-RECIPIENT         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LL-REPORT-DSN        PIC X(40).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LL-SCOPE             PIC X(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LL-STORE-CODE        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LL-LINES             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LL-RESULT            PIC X(10).

       01  NOTHING-LINE.
           05  FILLER               PIC X(28)
               VALUE "NOTHING TO REPORT FOR STORE ".
           05  NL-STORE-CODE        PIC X(4).
           05  FILLER               PIC X(16)
               VALUE " ON THIS REPORT.".

       01  SECTION-TRAILER-LINE.
           05  FILLER               PIC X(24)
               VALUE "***  END OF REPORT  *** ".
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  SX-STORE-CODE        PIC X(4).
           05  FILLER               PIC X(8) VALUE "  LINES:".
           05  SX-LINES             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.

           OPEN INPUT DISTRIB-FILE.
           IF FS-DISTRIB NOT = "00"
               DISPLAY "RPT-BURST: NO DISTRIBUTION FILE: " FS-DISTRIB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE DISTRIB-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RECIPIENT
               WITH DUPLICATES IN ORDER
               USING DISTRIB-FILE
               GIVING SORTED-DISTRIB-FILE.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE "REPORT DISTRIBUTION LOG" TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-LOG,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE "RECIPIENT" TO WS-RPT-TEXT(1:9).
           MOVE "REPORT" TO WS-RPT-TEXT(11:6).
           MOVE "SCOPE  STORE     LINES  RESULT" TO WS-RPT-TEXT(53:30).
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-LOG,
                   WS-RPT-TEXT.

           OPEN INPUT SORTED-DISTRIB-FILE.
           PERFORM UNTIL IS-EOF
               READ SORTED-DISTRIB-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM PROCESS-CARD THRU END-PROCESS-CARD
               END-READ
           END-PERFORM.
           CLOSE SORTED-DISTRIB-FILE.
           IF BURST-IS-OPEN
               CLOSE BURST-FILE
           END-IF.

           MOVE SPACES TO WS-RPT-TEXT.
           STRING "CARDS: " WS-CARD-COUNT
                  " RECIPIENTS: " WS-RECIPIENT-COUNT
                  " SENT: " WS-SENT-COUNT
                  " NOTHING TO REPORT: " WS-NOTHING-COUNT
                  " MISSING: " WS-MISSING-COUNT
                  " BAD CARDS: " WS-BAD-CARD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           MOVE 'T' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-LOG,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-LOG,
                   WS-RPT-TEXT.

           DISPLAY "RPT-BURST TOTALS -- CARDS: " WS-CARD-COUNT
                   " RECIPIENTS: " WS-RECIPIENT-COUNT
                   " SENT: " WS-SENT-COUNT
                   " NOTHING: " WS-NOTHING-COUNT
                   " MISSING: " WS-MISSING-COUNT
                   " BAD CARDS: " WS-BAD-CARD-COUNT.

           IF WS-MISSING-COUNT > 0 OR WS-BAD-CARD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Each card adds one report to its recipient's file, opening
      * that file when the recipient changes.
       PROCESS-CARD.
           MOVE 0 TO WS-LINES-SENT.
           IF SD-RECIPIENT = SPACES OR SD-REPORT-DSN = SPACES
                   OR NOT (SD-WHOLE-REPORT OR SD-STORE-SECTION)
               MOVE "BAD CARD" TO WS-RESULT
               ADD 1 TO WS-BAD-CARD-COUNT
               PERFORM WRITE-LOG-LINE
               GO TO END-PROCESS-CARD
           END-IF.
           IF SD-STORE-SECTION
               IF SD-STORE-CODE = SPACES
                       OR SD-STORE-COL IS NOT NUMERIC
                       OR SD-HEAD-LINES IS NOT NUMERIC
                       OR SD-STORE-COL = 0 OR SD-STORE-COL > 129
                   MOVE "BAD CARD" TO WS-RESULT
                   ADD 1 TO WS-BAD-CARD-COUNT
                   PERFORM WRITE-LOG-LINE
                   GO TO END-PROCESS-CARD
               END-IF
           END-IF.

           MOVE SD-REPORT-DSN TO WS-SOURCE-DSN.
           OPEN INPUT SOURCE-REPORT-FILE.
           IF FS-SOURCE NOT = "00"
               MOVE "MISSING" TO WS-RESULT
               ADD 1 TO WS-MISSING-COUNT
               PERFORM WRITE-LOG-LINE
               GO TO END-PROCESS-CARD
           END-IF.

           IF SD-RECIPIENT NOT = WS-CURRENT-RECIPIENT
               PERFORM OPEN-RECIPIENT-FILE
           ELSE
               MOVE SPACES TO BURST-RECORD
               WRITE BURST-RECORD
           END-IF.

           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           MOVE 0 TO WS-SOURCE-LINE-NO.
           MOVE 0 TO WS-STORE-LINES.
           PERFORM UNTIL SOURCE-DONE
               READ SOURCE-REPORT-FILE
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SOURCE-LINE-NO
                       PERFORM COPY-SOURCE-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-REPORT-FILE.

           MOVE "SENT" TO WS-RESULT.
           IF SD-STORE-SECTION
               PERFORM CLOSE-STORE-SECTION
           END-IF.
           ADD 1 TO WS-SENT-COUNT.
           PERFORM WRITE-LOG-LINE.
       END-PROCESS-CARD.
           CONTINUE.

      * One file per recipient per business date; a rerun on the
      * same date replaces it.
       OPEN-RECIPIENT-FILE.
           IF BURST-IS-OPEN
               CLOSE BURST-FILE
           END-IF.
           MOVE SPACES TO WS-BURST-DSN.
           STRING "data/common/BURST_" DELIMITED BY SIZE
                  SD-RECIPIENT DELIMITED BY SPACE
                  "_" WS-PROC-DATE ".LST" DELIMITED BY SIZE
               INTO WS-BURST-DSN.
           OPEN OUTPUT BURST-FILE.
           MOVE 'Y' TO WS-BURST-OPEN-FLAG.
           MOVE SD-RECIPIENT TO WS-CURRENT-RECIPIENT.
           ADD 1 TO WS-RECIPIENT-COUNT.

      * The heading lines always go across; past them a store
      * section only takes the lines with its own store code.
       COPY-SOURCE-LINE.
           IF SD-WHOLE-REPORT
                   OR WS-SOURCE-LINE-NO <= SD-HEAD-LINES
               WRITE BURST-RECORD FROM SOURCE-RECORD
               ADD 1 TO WS-LINES-SENT
           ELSE
               IF SOURCE-RECORD(SD-STORE-COL:4) = SD-STORE-CODE
                   WRITE BURST-RECORD FROM SOURCE-RECORD
                   ADD 1 TO WS-LINES-SENT
                   ADD 1 TO WS-STORE-LINES
               END-IF
           END-IF.

       CLOSE-STORE-SECTION.
           IF WS-STORE-LINES = 0
               MOVE SD-STORE-CODE TO NL-STORE-CODE
               WRITE BURST-RECORD FROM NOTHING-LINE
               ADD 1 TO WS-LINES-SENT
               MOVE "NOTHING" TO WS-RESULT
               ADD 1 TO WS-NOTHING-COUNT
           END-IF.
           MOVE SPACES TO BURST-RECORD.
           WRITE BURST-RECORD.
           MOVE SD-STORE-CODE TO SX-STORE-CODE.
           MOVE WS-STORE-LINES TO SX-LINES.
           WRITE BURST-RECORD FROM SECTION-TRAILER-LINE.
           ADD 2 TO WS-LINES-SENT.

       WRITE-LOG-LINE.
           MOVE SD-RECIPIENT TO LL-RECIPIENT.
           MOVE SD-REPORT-DSN TO LL-REPORT-DSN.
           IF SD-STORE-SECTION
               MOVE "STORE" TO LL-SCOPE
               MOVE SD-STORE-CODE TO LL-STORE-CODE
           ELSE
               MOVE "ALL" TO LL-SCOPE
               MOVE SPACES TO LL-STORE-CODE
           END-IF.
           MOVE WS-LINES-SENT TO LL-LINES.
           MOVE WS-RESULT TO LL-RESULT.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE LOG-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-LOG,
                   WS-RPT-TEXT.

       END PROGRAM RPT-BURST.
