       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-EXPECT.
       AUTHOR. Jules.
      *
      * Expected-feed register and the feed-cutoff check. SALES_PROC
      * posts whatever feeds SALES_FEEDS.DAT names, so a store whose
      * till file never came in simply showed a day of zero sales
      * until BANK_RECON found the hole. This program keeps the
      * register of which store feeds are due (FEED_EXPECT.IDX, see
      * FEEDEXP.CPY) and chases the ones that have not come. The
      * mode is taken from FEED_EXPECT.PARM through the shared
      * PARM_KEYWORD entry:
      *   MODE=BUILD  enter the business date's expected feeds: one
      *               for every open store on STORE_MASTER.IDX when
      *               the date is a trading day on the calendar
      *               (BIZ_DATE), less a store's shut weekdays
      *               (ST-TRADING-DAYS) -- and then the per-store
      *               opening exceptions on STORE_EXCEPT.DAT for the
      *               date have the last word, 'N' shut that day,
      *               'Y' open even when the company is not. A
      *               rebuild leaves arrived entries alone and takes
      *               back any still-expected entry the store no
      *               longer owes. Listed on FEED_EXPECT.LST.
      *   MODE=CHECK  (the default) the feed-cutoff check: every
      *               entry on the register still expected, for the
      *               business date or any earlier one, is listed on
      *               FEED_MISSING.LST -- missing today, or overdue
      *               by so many days. The first check to find a
      *               store's feed missing raises an alert for it;
      *               any missing feed raises a run alert and RC 4.
      * SALES_PROC marks an entry arrived when the store's feed
      * posts; a late feed is posted for its own business date by a
      * SALES_PROC catch-up run, which marks the entry late and so
      * takes it off this list.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECT-FILE ASSIGN TO DSN-EXPECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FS-EXPECT.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT EXCEPT-FILE ASSIGN TO DSN-EXCEPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPT.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPECT-FILE.
           COPY "FEEDEXP.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

      * Same layout CAL_BUILD prints on the calendar proof sheet.
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
           05  XC-STORE-CODE        PIC X(4).
           05  XC-DATE              PIC 9(8).
           05  XC-OPEN-FLAG         PIC X.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-EXPECT            PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-EXCEPT            PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-EXPECT        PIC X(34)
              VALUE "data/master_update/FEED_EXPECT.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-EXCEPT        PIC X(35)
              VALUE "data/master_update/STORE_EXCEPT.DAT".
      * Planted at start of run from the mode.
           05 DSN-REPORT        PIC X(35).
           05 DSN-BUILD-REPORT  PIC X(34)
              VALUE "data/master_update/FEED_EXPECT.LST".
           05 DSN-CHECK-REPORT  PIC X(35)
              VALUE "data/master_update/FEED_MISSING.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/FEED_EXPECT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-MODE                  PIC X(5) VALUE "CHECK".
           88  BUILD-MODE           VALUE "BUILD".
           88  CHECK-MODE           VALUE "CHECK".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-COMPANY-TRADES-FLAG   PIC X VALUE 'Y'.
           88  COMPANY-TRADES       VALUE 'Y'.
      * Day of the week of the business date, 1 Monday to 7 Sunday
      * -- the position in ST-TRADING-DAYS.
       01  WS-WEEKDAY               PIC 9.
       01  WS-DAYS-LATE             PIC S9(5).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-EXCEPT-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-EXCEPT-EOF        VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-EXPECTED-FLAG         PIC X.
           88  FEED-IS-EXPECTED     VALUE 'Y'.
       01  WS-REASON                PIC X(20).

      * The business date's own opening exceptions, loaded once.
       01  WS-EXCEPT-TABLE.
           05  WS-XT-COUNT          PIC 9(3) VALUE 0.
           05  WS-XT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-XT-IDX.
               10  WS-XT-STORE      PIC X(4).
               10  WS-XT-OPEN-FLAG  PIC X.

       01  WS-CONTROL-COUNTS.
           05  WS-STORES-READ       PIC 9(5) VALUE 0.
           05  WS-EXPECTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
           05  WS-WITHDRAWN-COUNT   PIC 9(5) VALUE 0.
           05  WS-NOT-DUE-COUNT     PIC 9(5) VALUE 0.
           05  WS-ARRIVED-COUNT     PIC 9(5) VALUE 0.
           05  WS-MISSING-COUNT     PIC 9(5) VALUE 0.
           05  WS-OVERDUE-COUNT     PIC 9(5) VALUE 0.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "FEED-EXPECT".
       01  WS-ALERT-SEVERITY        PIC X.
       01  WS-ALERT-TEXT            PIC X(60).
       01  WS-COUNT-EDIT            PIC ZZZZ9.

       01  TITLE-LINE.
           05  TTL-TEXT             PIC X(32).
           05  TTL-RUN-DATE         PIC 9(8).

       01  BUILD-LINE.
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  BDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  BDL-REASON           PIC X(20).

       01  MISSING-LINE.
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  MSL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  MSL-STORE-NAME       PIC X(25).
           05  FILLER               PIC X(6) VALUE " DATE ".
           05  MSL-BUSINESS-DATE    PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  MSL-STATUS           PIC X(8).
           05  MSL-DAYS-LATE        PIC ZZZZZ.
           05  MSL-DAYS-TEXT        PIC X(5).

       01  BUILD-TOTAL-LINE.
           05  FILLER               PIC X(15) VALUE "FEEDS EXPECTED:".
           05  BTL-EXPECTED-COUNT   PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "   NOT DUE:  ".
           05  BTL-NOT-DUE-COUNT    PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "   WITHDRAWN:".
           05  BTL-WITHDRAWN-COUNT  PIC ZZZZ9.

       01  CHECK-TOTAL-LINE.
           05  FILLER               PIC X(15) VALUE "ARRIVED TODAY: ".
           05  CTL-ARRIVED-COUNT    PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "   MISSING:  ".
           05  CTL-MISSING-COUNT    PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE "   OVERDUE:  ".
           05  CTL-OVERDUE-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           CALL "ALERT_SETDATE" USING WS-RUN-DATE.
           MOVE "MODE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE NOT = SPACES
               MOVE WS-KW-VALUE(1:5) TO WS-MODE
           END-IF.
           IF NOT BUILD-MODE AND NOT CHECK-MODE
               DISPLAY "FEED-EXPECT: UNKNOWN MODE " WS-MODE
                       " -- USE BUILD OR CHECK."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-FILE-IS-OPEN TO TRUE
           END-IF.
           IF BUILD-MODE
               PERFORM BUILD-REGISTER THRU END-BUILD-REGISTER
           ELSE
               PERFORM CHECK-REGISTER THRU END-CHECK-REGISTER
           END-IF.
           IF STORE-FILE-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           STOP RUN.

      * The day's entries from the store master. Nothing is
      * expected from a store the calendar and its own exceptions
      * keep shut, and a store closed on the master owes nothing.
       BUILD-REGISTER.
           IF NOT STORE-FILE-IS-OPEN
               DISPLAY "FEED-EXPECT: NO STORE MASTER ON FILE: "
                       FS-STORE
               MOVE 8 TO RETURN-CODE
               GO TO END-BUILD-REGISTER
           END-IF.
           IF WS-BIZ-STATUS = "02"
               MOVE 'N' TO WS-COMPANY-TRADES-FLAG
           END-IF.
           COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - 1, 7) + 1.
           PERFORM LOAD-DAY-EXCEPTIONS THRU END-LOAD-DAY-EXCEPTIONS.

           OPEN I-O EXPECT-FILE.
           IF FS-EXPECT NOT = "00"
               OPEN OUTPUT EXPECT-FILE
               CLOSE EXPECT-FILE
               OPEN I-O EXPECT-FILE
           END-IF.
           IF FS-EXPECT NOT = "00"
               DISPLAY "FEED-EXPECT: CANNOT OPEN THE EXPECTED-FEED "
                       "REGISTER: " FS-EXPECT
               MOVE 8 TO RETURN-CODE
               GO TO END-BUILD-REGISTER
           END-IF.
           MOVE DSN-BUILD-REPORT TO DSN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "EXPECTED STORE FEEDS -- DATE    " TO TTL-TEXT.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF NOT COMPANY-TRADES
               DISPLAY "FEED-EXPECT: " WS-RUN-DATE " IS NOT A "
                       "TRADING DAY -- ONLY STORES WITH AN OPENING "
                       "EXCEPTION ARE EXPECTED."
           END-IF.

           PERFORM UNTIL IS-EOF
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF ST-IS-OPEN
                           ADD 1 TO WS-STORES-READ
                           PERFORM ENTER-STORE THRU END-ENTER-STORE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-EXPECTED-COUNT TO BTL-EXPECTED-COUNT.
           MOVE WS-NOT-DUE-COUNT TO BTL-NOT-DUE-COUNT.
           MOVE WS-WITHDRAWN-COUNT TO BTL-WITHDRAWN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM BUILD-TOTAL-LINE.
           CLOSE EXPECT-FILE REPORT-FILE.
           DISPLAY "FEED-EXPECT BUILD TOTALS -- DATE: " WS-RUN-DATE
                   " OPEN STORES: " WS-STORES-READ
                   " EXPECTED: " WS-EXPECTED-COUNT
                   " NEW: " WS-ADDED-COUNT
                   " NOT DUE: " WS-NOT-DUE-COUNT
                   " WITHDRAWN: " WS-WITHDRAWN-COUNT.
       END-BUILD-REGISTER.
           CONTINUE.

      * Only the business date's exceptions are wanted; the file
      * keeps every store's dates for the year.
       LOAD-DAY-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE.
           IF FS-EXCEPT NOT = "00"
               GO TO END-LOAD-DAY-EXCEPTIONS
           END-IF.
           PERFORM UNTIL IS-EXCEPT-EOF
               READ EXCEPT-FILE
                   AT END
                       SET IS-EXCEPT-EOF TO TRUE
                   NOT AT END
                       IF XC-DATE = WS-RUN-DATE
                           IF WS-XT-COUNT < 200
                               ADD 1 TO WS-XT-COUNT
                               MOVE XC-STORE-CODE TO
                                       WS-XT-STORE(WS-XT-COUNT)
                               MOVE XC-OPEN-FLAG TO
                                       WS-XT-OPEN-FLAG(WS-XT-COUNT)
                           ELSE
                               DISPLAY "FEED-EXPECT WARNING: "
                                       "EXCEPTION TABLE FULL, "
                                       "IGNORED: " EXCEPT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-FILE.
       END-LOAD-DAY-EXCEPTIONS.
           CONTINUE.

      * Whether the store owes a feed for the date, and the entry
      * written or taken back to match.
       ENTER-STORE.
           MOVE 'Y' TO WS-EXPECTED-FLAG.
           MOVE "EXPECTED" TO WS-REASON.
           IF NOT COMPANY-TRADES
               MOVE 'N' TO WS-EXPECTED-FLAG
               MOVE "NOT A TRADING DAY" TO WS-REASON
           END-IF.
           IF FEED-IS-EXPECTED
                   AND ST-TRADING-DAYS(WS-WEEKDAY:1) = 'N'
               MOVE 'N' TO WS-EXPECTED-FLAG
               MOVE "SHUT THIS WEEKDAY" TO WS-REASON
           END-IF.
           SET WS-XT-IDX TO 1.
           SEARCH WS-XT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XT-IDX > WS-XT-COUNT
                   CONTINUE
               WHEN WS-XT-STORE(WS-XT-IDX) = ST-STORE-CODE
                   IF WS-XT-OPEN-FLAG(WS-XT-IDX) = 'N'
                       MOVE 'N' TO WS-EXPECTED-FLAG
                       MOVE "SHUT BY EXCEPTION" TO WS-REASON
                   ELSE
                       MOVE 'Y' TO WS-EXPECTED-FLAG
                       MOVE "OPEN BY EXCEPTION" TO WS-REASON
                   END-IF
           END-SEARCH.

           MOVE SPACES TO FX-RECORD.
           MOVE WS-RUN-DATE TO FX-BUSINESS-DATE.
           MOVE ST-STORE-CODE TO FX-STORE-CODE.
           IF FEED-IS-EXPECTED
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE 'E' TO FX-STATUS
               MOVE 0 TO FX-POSTED-DATE
               MOVE 0 TO FX-FEED-SEQ
               MOVE 0 TO FX-CHECK-COUNT
      * An entry already on the register -- a rebuild, or the feed
      * already in -- is left exactly as it stands.
               WRITE FX-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
               READ EXPECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FX-IS-EXPECTED
                           DELETE EXPECT-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-WITHDRAWN-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-IF.
           MOVE ST-STORE-CODE TO BDL-STORE-CODE.
           MOVE ST-STORE-NAME TO BDL-STORE-NAME.
           MOVE WS-REASON TO BDL-REASON.
           WRITE REPORT-RECORD FROM BUILD-LINE.
       END-ENTER-STORE.
           CONTINUE.

      * The cutoff pass over the whole register: whatever is still
      * expected for the business date or before is listed, oldest
      * date first, so a feed missing since last week is not lost
      * under tonight's.
       CHECK-REGISTER.
           OPEN I-O EXPECT-FILE.
           IF FS-EXPECT NOT = "00"
               DISPLAY "FEED-EXPECT: NO EXPECTED-FEED REGISTER ON "
                       "FILE -- RUN MODE=BUILD FIRST: " FS-EXPECT
               MOVE 8 TO RETURN-CODE
               GO TO END-CHECK-REGISTER
           END-IF.
           MOVE DSN-CHECK-REPORT TO DSN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "FEEDS MISSING AT CUTOFF -- DATE " TO TTL-TEXT.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM UNTIL IS-EOF
               READ EXPECT-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF FX-BUSINESS-DATE > WS-RUN-DATE
                           SET IS-EOF TO TRUE
                       ELSE
                           PERFORM CHECK-ENTRY THRU END-CHECK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-ARRIVED-COUNT TO CTL-ARRIVED-COUNT.
           MOVE WS-MISSING-COUNT TO CTL-MISSING-COUNT.
           MOVE WS-OVERDUE-COUNT TO CTL-OVERDUE-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM CHECK-TOTAL-LINE.
           CLOSE EXPECT-FILE REPORT-FILE.
           DISPLAY "FEED-EXPECT CHECK TOTALS -- DATE: " WS-RUN-DATE
                   " ARRIVED: " WS-ARRIVED-COUNT
                   " MISSING: " WS-MISSING-COUNT
                   " OVERDUE: " WS-OVERDUE-COUNT.
           IF WS-MISSING-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               COMPUTE WS-COUNT-EDIT =
                       WS-MISSING-COUNT + WS-OVERDUE-COUNT
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "STORE FEEDS MISSING AT CUTOFF:" WS-COUNT-EDIT
                       " -- SEE FEED_MISSING.LST"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL "ALERT_WRITER" USING WS-EXC-PROGRAM,
                       WS-ALERT-SEVERITY, WS-ALERT-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF.
       END-CHECK-REGISTER.
           CONTINUE.

       CHECK-ENTRY.
           IF NOT FX-IS-EXPECTED
               IF FX-BUSINESS-DATE = WS-RUN-DATE
                   ADD 1 TO WS-ARRIVED-COUNT
               END-IF
               GO TO END-CHECK-ENTRY
           END-IF.
           MOVE FX-STORE-CODE TO MSL-STORE-CODE.
           MOVE SPACES TO MSL-STORE-NAME.
           IF STORE-FILE-IS-OPEN
               MOVE FX-STORE-CODE TO ST-STORE-CODE
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON STORE MASTER)" TO MSL-STORE-NAME
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO MSL-STORE-NAME
               END-READ
           END-IF.
           MOVE FX-BUSINESS-DATE TO MSL-BUSINESS-DATE.
           IF FX-BUSINESS-DATE = WS-RUN-DATE
               ADD 1 TO WS-MISSING-COUNT
               MOVE "MISSING" TO MSL-STATUS
               MOVE 0 TO MSL-DAYS-LATE
               MOVE SPACES TO MSL-DAYS-TEXT
           ELSE
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(FX-BUSINESS-DATE)
               MOVE "OVERDUE" TO MSL-STATUS
               MOVE WS-DAYS-LATE TO MSL-DAYS-LATE
               MOVE " DAYS" TO MSL-DAYS-TEXT
           END-IF.
           WRITE REPORT-RECORD FROM MISSING-LINE.
      * The store's own alert goes out the first time it is found
      * missing; the run alert above covers every later check.
           IF FX-CHECK-COUNT = 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "NO FEED FROM STORE " FX-STORE-CODE
                       " FOR " FX-BUSINESS-DATE " AT CUTOFF"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL "ALERT_WRITER" USING WS-EXC-PROGRAM,
                       WS-ALERT-SEVERITY, WS-ALERT-TEXT
           END-IF.
           IF FX-CHECK-COUNT < 999
               ADD 1 TO FX-CHECK-COUNT
           END-IF.
           REWRITE FX-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       END-CHECK-ENTRY.
           CONTINUE.

       END PROGRAM FEED-EXPECT.
