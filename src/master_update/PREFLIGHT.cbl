       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLIGHT.
       AUTHOR. Jules.
      *
      * Night-batch pre-flight readiness check. Run in the early
      * evening (and again as step 01 of NIGHT_RUN.STEPS, where its
      * condition code stops the night before anything is touched),
      * it looks over everything the steps in the list depend on and
      * says GO or NO-GO while there is still time to fix it:
      *   - the step list itself: numbered cards in ascending order,
      *     RUN with a command or SWAP with two file names;
      *   - the business date: BUSINESS_DATE.DAT present with a
      *     valid date, and that date a trading day on CALENDAR.DAT,
      *     judged through the shared BIZ_DATE subprogram exactly as
      *     the dated steps will judge it;
      *   - locks still held in LOCK_REG.DAT (FILE_LOCK's registry)
      *     -- a step that cannot claim its file fails at 2am;
      *   - a .NEW still on disk for a SWAP step -- the leftover of
      *     a failed swap, which the night would otherwise copy over
      *     the live file (only a warning while NIGHT_RUN has a
      *     restart pending, when the .NEW may be legitimately
      *     waiting for its swap);
      *   - for SALES_PROC, SALES_FEEDS.DAT and every feed it names;
      *   - and the per-program dependencies on PREFLIGHT.DEPS.
      *
      * PREFLIGHT.DEPS is one card per file a program needs. A card
      * applies when its program name appears in a RUN step's
      * command:
      *   cols  1-12  program name
      *   col     14  check: 'F' file must be present
      *                      'W' file should be present (warning)
      *                      'A' file must NOT be present
      *                      'P' positional card, present and its
      *                          first line matching the pattern
      *                      'K' keyword card, present and every
      *                          line KEYWORD=VALUE
      *   cols 16-65  file name
      *   cols 67-80  pattern for 'P': '9' a digit, 'A' not blank,
      *               anything else any character; the pattern ends
      *               at its first space
      *
      * Every check is one line of PREFLIGHT.LST, printed through
      * the shared RPT_WRITER, marked OK, WARN or NO-GO, with the
      * verdict on the trailer. RETURN-CODE follows the batch
      * convention: 0 GO, 4 GO with warnings, 8 NO-GO. A NO-GO (or
      * a GO with warnings) is also raised through ALERT_WRITER so
      * it is on the operator's alert listing, not just the log.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO DSN-STEPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEPS.
           SELECT DEPS-FILE ASSIGN TO DSN-DEPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPS.
           SELECT LOCK-REG-FILE ASSIGN TO DSN-LOCK-REG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCK-REG.
           SELECT CKPT-FILE ASSIGN TO DSN-CKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKPT.
           SELECT FEED-LIST-FILE ASSIGN TO DSN-FEED-LIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED-LIST.
           SELECT CHECK-FILE ASSIGN DYNAMIC WS-CHECK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK.

       DATA DIVISION.
       FILE SECTION.
      * Mirror of the card NIGHT_RUN reads.
       FD  STEP-FILE.
       01  STEP-RECORD.
           05  NS-STEP-NO           PIC 9(2).
           05  NS-GAP               PIC X.
           05  NS-VERB              PIC X(4).
           05  FILLER               PIC X.
           05  NS-OPERAND           PIC X(72).

       FD  DEPS-FILE.
       01  DEPS-RECORD.
           05  DP-PROGRAM           PIC X(12).
           05  FILLER               PIC X.
           05  DP-CHECK             PIC X.
               88  DP-MUST-EXIST    VALUE 'F'.
               88  DP-SHOULD-EXIST  VALUE 'W'.
               88  DP-MUST-BE-ABSENT VALUE 'A'.
               88  DP-POSITIONAL    VALUE 'P'.
               88  DP-KEYWORD       VALUE 'K'.
           05  FILLER               PIC X.
           05  DP-DSN               PIC X(50).
           05  FILLER               PIC X.
           05  DP-PATTERN           PIC X(14).

      * Mirror of the registry FILE_LOCK keeps.
       FD  LOCK-REG-FILE.
       01  LOCK-REG-RECORD.
           05  LR-RESOURCE          PIC X(20).
           05  LR-HOLDER            PIC X(12).
           05  LR-LOCK-DATE         PIC 9(8).
           05  LR-LOCK-TIME         PIC 9(6).

       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CK-LAST-GOOD-STEP    PIC 9(2).

       FD  FEED-LIST-FILE.
       01  FEED-LIST-RECORD         PIC X(80).

       FD  CHECK-FILE.
       01  CHECK-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-STEPS             PIC X(2).
           05  FS-DEPS              PIC X(2).
           05  FS-LOCK-REG          PIC X(2).
           05  FS-CKPT              PIC X(2).
           05  FS-FEED-LIST         PIC X(2).
           05  FS-CHECK             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-STEPS         PIC X(34)
              VALUE "data/master_update/NIGHT_RUN.STEPS".
           05 DSN-DEPS          PIC X(33)
              VALUE "data/master_update/PREFLIGHT.DEPS".
           05 DSN-LOCK-REG      PIC X(24)
              VALUE "data/common/LOCK_REG.DAT".
           05 DSN-CKPT          PIC X(33)
              VALUE "data/master_update/NIGHT_RUN.CKPT".
           05 DSN-FEED-LIST     PIC X(34)
              VALUE "data/master_update/SALES_FEEDS.DAT".
           05 DSN-DEFAULT-SALES PIC X(34)
              VALUE "data/master_update/DAILY_SALES.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/PREFLIGHT.LST".

       01  WS-CHECK-DSN             PIC X(80).
       01  WS-EOF-FLAG              PIC X.
           88  IS-EOF               VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-RESTART-AFTER         PIC 9(2) VALUE 0.

      * The step list, held so the dependency cards can be matched
      * against every RUN command.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT        PIC 9(2) VALUE 0.
           05  WS-STEP-ENTRIES OCCURS 99 TIMES.
               10  WS-ST-NO         PIC 9(2).
               10  WS-ST-VERB       PIC X(4).
               10  WS-ST-OPERAND    PIC X(72).
       01  WS-STEP-IDX              PIC 9(3).
       01  WS-PREV-STEP-NO          PIC 9(2).
       01  WS-SWAP-NEW              PIC X(72).
       01  WS-SWAP-LIVE             PIC X(72).

       01  WS-PROGRAM-LEN           PIC 9(2).
       01  WS-HITS                  PIC 9(3).
       01  WS-STEP-USES-FLAG        PIC X.
           88  STEP-USES-PROGRAM    VALUE 'Y'.
       01  WS-SEARCH-PROGRAM        PIC X(12).
       01  WS-DEP-STEP-NO           PIC 9(2).

       01  WS-PAT-IDX               PIC 9(2).
       01  WS-PAT-CHAR              PIC X.
       01  WS-CARD-CHAR             PIC X.
       01  WS-CARD-OK-FLAG          PIC X.
           88  CARD-IS-OK           VALUE 'Y'.
       01  WS-CARD-LINES            PIC 9(5).
       01  WS-EQ-OFFSET             PIC 9(3).
       01  WS-FEEDS-LISTED          PIC 9(3).

       01  WS-CONTROL-COUNTS.
           05  WS-BAD-STEP-COUNT    PIC 9(3) VALUE 0.
           05  WS-CHECK-COUNT       PIC 9(5) VALUE 0.
           05  WS-WARN-COUNT        PIC 9(5) VALUE 0.
           05  WS-NOGO-COUNT        PIC 9(5) VALUE 0.

       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).

       01  CHECK-LINE.
           05  CL-AREA              PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-SUBJECT           PIC X(50).
           05  FILLER               PIC X VALUE SPACE.
           05  CL-RESULT            PIC X(5).
               88  CL-IS-OK         VALUE "OK".
               88  CL-IS-WARN       VALUE "WARN".
               88  CL-IS-NOGO       VALUE "NO-GO".
           05  FILLER               PIC X VALUE SPACE.
           05  CL-DETAIL            PIC X(40).

       01  WS-FINAL-RC              PIC 9(4) VALUE 0.

       01  WS-ALERT-PROGRAM         PIC X(12) VALUE "PREFLIGHT".
       01  WS-ALERT-SEVERITY        PIC X.
       01  WS-ALERT-TEXT            PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE "NIGHT BATCH PRE-FLIGHT READINESS CHECK" TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE "CHECK" TO WS-RPT-TEXT(1:5).
           MOVE "SUBJECT" TO WS-RPT-TEXT(12:7).
           MOVE "RESULT DETAIL" TO WS-RPT-TEXT(63:13).
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM READ-RESTART-CHECKPOINT.
           PERFORM CHECK-BUSINESS-DATE.
           PERFORM CHECK-STEP-LIST THRU END-CHECK-STEP-LIST.
           PERFORM CHECK-HELD-LOCKS THRU END-CHECK-HELD-LOCKS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-VERB(WS-STEP-IDX) = "SWAP"
                   PERFORM CHECK-SWAP-LEFTOVER
               END-IF
           END-PERFORM.
           MOVE "SALES_PROC" TO WS-SEARCH-PROGRAM.
           PERFORM FIND-PROGRAM-IN-STEPS.
           IF STEP-USES-PROGRAM
               PERFORM CHECK-SALES-FEEDS THRU END-CHECK-SALES-FEEDS
           END-IF.
           PERFORM CHECK-DEPENDENCIES THRU END-CHECK-DEPENDENCIES.

           PERFORM FINISH-REPORT.
           STOP RUN.

      * A restart pending means the night is half done, and its
      * .NEW files may be waiting for their swap.
       READ-RESTART-CHECKPOINT.
           MOVE 0 TO WS-RESTART-AFTER.
           OPEN INPUT CKPT-FILE.
           IF FS-CKPT = "00"
               READ CKPT-FILE
                   AT END
                       MOVE 0 TO WS-RESTART-AFTER
                   NOT AT END
                       IF CK-LAST-GOOD-STEP IS NUMERIC
                           MOVE CK-LAST-GOOD-STEP TO WS-RESTART-AFTER
                       END-IF
               END-READ
               CLOSE CKPT-FILE
           END-IF.
           IF WS-RESTART-AFTER > 0
               MOVE "RESTART" TO CL-AREA
               MOVE DSN-CKPT TO CL-SUBJECT
               MOVE "WARN" TO CL-RESULT
               MOVE SPACES TO CL-DETAIL
               STRING "NIGHT_RUN WILL RESUME AFTER STEP "
                      WS-RESTART-AFTER
                   DELIMITED BY SIZE INTO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
           END-IF.

       CHECK-BUSINESS-DATE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           CALL "ALERT_SETDATE" USING WS-PROC-DATE.
           MOVE "BIZ DATE" TO CL-AREA.
           MOVE "data/master_update/BUSINESS_DATE.DAT" TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           EVALUATE WS-BIZ-STATUS
               WHEN "00"
                   MOVE "OK" TO CL-RESULT
                   STRING "TRADING DAY " WS-PROC-DATE
                       DELIMITED BY SIZE INTO CL-DETAIL
               WHEN "01"
                   MOVE "WARN" TO CL-RESULT
                   STRING WS-PROC-DATE " -- NO CALENDAR.DAT TO CHECK"
                       DELIMITED BY SIZE INTO CL-DETAIL
               WHEN "02"
                   MOVE "NO-GO" TO CL-RESULT
                   STRING WS-PROC-DATE " NOT ON CALENDAR.DAT"
                       DELIMITED BY SIZE INTO CL-DETAIL
               WHEN OTHER
                   MOVE "NO-GO" TO CL-RESULT
                   MOVE "CARD MISSING OR NOT A VALID DATE"
                       TO CL-DETAIL
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.

      * Every card the way NIGHT_RUN will read it: a step number
      * higher than the last, then RUN and a command or SWAP and
      * two file names.
       CHECK-STEP-LIST.
           MOVE "STEP LIST" TO CL-AREA.
           MOVE DSN-STEPS TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           OPEN INPUT STEP-FILE.
           IF FS-STEPS NOT = "00"
               MOVE "NO-GO" TO CL-RESULT
               MOVE "NOT ON FILE" TO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-STEP-LIST
           END-IF.
           MOVE 0 TO WS-PREV-STEP-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ STEP-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF STEP-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-STEP-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-FILE.
           MOVE "STEP LIST" TO CL-AREA.
           MOVE DSN-STEPS TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           EVALUATE TRUE
               WHEN WS-STEP-COUNT = 0
                   MOVE "NO-GO" TO CL-RESULT
                   MOVE "NO STEPS ON THE LIST" TO CL-DETAIL
               WHEN WS-BAD-STEP-COUNT > 0
                   MOVE "NO-GO" TO CL-RESULT
                   STRING WS-BAD-STEP-COUNT " OF " WS-STEP-COUNT
                          " STEP CARDS IN ERROR"
                       DELIMITED BY SIZE INTO CL-DETAIL
               WHEN OTHER
                   MOVE "OK" TO CL-RESULT
                   STRING WS-STEP-COUNT " STEPS READ"
                       DELIMITED BY SIZE INTO CL-DETAIL
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.
       END-CHECK-STEP-LIST.
           CONTINUE.

       CHECK-ONE-STEP-CARD.
           MOVE SPACES TO CL-AREA.
           IF NS-STEP-NO IS NUMERIC
               STRING "STEP " NS-STEP-NO DELIMITED BY SIZE
                   INTO CL-AREA
           ELSE
               MOVE "STEP ??" TO CL-AREA
           END-IF.
           MOVE NS-OPERAND TO CL-SUBJECT.
           MOVE "NO-GO" TO CL-RESULT.
           MOVE SPACES TO CL-DETAIL.
           EVALUATE TRUE
               WHEN NS-STEP-NO IS NOT NUMERIC OR NS-GAP NOT = SPACE
                   MOVE "STEP NUMBER NOT TWO DIGITS" TO CL-DETAIL
               WHEN NS-STEP-NO <= WS-PREV-STEP-NO
                   MOVE "STEP NUMBER OUT OF ORDER" TO CL-DETAIL
               WHEN NS-VERB NOT = "RUN" AND NS-VERB NOT = "SWAP"
                   MOVE "VERB IS NEITHER RUN NOR SWAP" TO CL-DETAIL
               WHEN NS-OPERAND = SPACES
                   MOVE "NO COMMAND OR FILE NAMES" TO CL-DETAIL
               WHEN OTHER
                   MOVE "OK" TO CL-RESULT
           END-EVALUATE.
           IF NS-VERB = "SWAP" AND CL-IS-OK
               MOVE SPACES TO WS-SWAP-NEW WS-SWAP-LIVE
               UNSTRING NS-OPERAND DELIMITED BY ALL SPACE
                   INTO WS-SWAP-NEW WS-SWAP-LIVE
               IF WS-SWAP-LIVE = SPACES
                   MOVE "NO-GO" TO CL-RESULT
                   MOVE "SWAP NEEDS TWO FILE NAMES" TO CL-DETAIL
               END-IF
           END-IF.
      * Only the problems are listed card by card; the clean cards
      * are counted on the list's own line.
           IF NOT CL-IS-OK
               ADD 1 TO WS-BAD-STEP-COUNT
               PERFORM WRITE-CHECK-LINE
           END-IF.
           IF NS-STEP-NO IS NUMERIC
               MOVE NS-STEP-NO TO WS-PREV-STEP-NO
           END-IF.
           IF WS-STEP-COUNT < 99
               ADD 1 TO WS-STEP-COUNT
               MOVE NS-STEP-NO TO WS-ST-NO(WS-STEP-COUNT)
               MOVE NS-VERB TO WS-ST-VERB(WS-STEP-COUNT)
               MOVE NS-OPERAND TO WS-ST-OPERAND(WS-STEP-COUNT)
           END-IF.

      * A lock left in the registry by a crashed job blocks the step
      * that next claims the file; it has to be cleared by hand
      * (FILE_LOCK's force action) before the window opens.
       CHECK-HELD-LOCKS.
           MOVE "LOCKS" TO CL-AREA.
           MOVE DSN-LOCK-REG TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           OPEN INPUT LOCK-REG-FILE.
           IF FS-LOCK-REG NOT = "00"
               MOVE "OK" TO CL-RESULT
               MOVE "NO REGISTRY -- NOTHING HELD" TO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-HELD-LOCKS
           END-IF.
           MOVE 0 TO WS-HITS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ LOCK-REG-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF LR-RESOURCE NOT = SPACES
                           ADD 1 TO WS-HITS
                           MOVE "LOCK" TO CL-AREA
                           MOVE LR-RESOURCE TO CL-SUBJECT
                           MOVE "NO-GO" TO CL-RESULT
                           MOVE SPACES TO CL-DETAIL
                           STRING "HELD BY " LR-HOLDER " SINCE "
                                  LR-LOCK-DATE
                               DELIMITED BY SIZE INTO CL-DETAIL
                           PERFORM WRITE-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCK-REG-FILE.
           IF WS-HITS = 0
               MOVE "LOCKS" TO CL-AREA
               MOVE DSN-LOCK-REG TO CL-SUBJECT
               MOVE "OK" TO CL-RESULT
               MOVE "NO LOCKS HELD" TO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
           END-IF.
       END-CHECK-HELD-LOCKS.
           CONTINUE.

       CHECK-SWAP-LEFTOVER.
           MOVE SPACES TO WS-SWAP-NEW WS-SWAP-LIVE.
           UNSTRING WS-ST-OPERAND(WS-STEP-IDX) DELIMITED BY ALL SPACE
               INTO WS-SWAP-NEW WS-SWAP-LIVE.
           IF WS-SWAP-NEW NOT = SPACES
               MOVE "SWAP" TO CL-AREA
               MOVE WS-SWAP-NEW TO CL-SUBJECT
               MOVE SPACES TO CL-DETAIL
               MOVE WS-SWAP-NEW TO WS-CHECK-DSN
               OPEN INPUT CHECK-FILE
               IF FS-CHECK = "00"
                   CLOSE CHECK-FILE
                   IF WS-RESTART-AFTER > 0
                       MOVE "WARN" TO CL-RESULT
                   ELSE
                       MOVE "NO-GO" TO CL-RESULT
                   END-IF
                   MOVE "LEFT OVER FROM AN EARLIER SWAP" TO CL-DETAIL
               ELSE
                   MOVE "OK" TO CL-RESULT
                   MOVE "NOT ON DISK YET" TO CL-DETAIL
               END-IF
               PERFORM WRITE-CHECK-LINE
           END-IF.

      * SALES_PROC takes its feeds from the list, or the single
      * default feed when there is no list.
       CHECK-SALES-FEEDS.
           MOVE "FEEDS" TO CL-AREA.
           MOVE DSN-FEED-LIST TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           OPEN INPUT FEED-LIST-FILE.
           IF FS-FEED-LIST NOT = "00"
               MOVE "WARN" TO CL-RESULT
               MOVE "NO FEED LIST -- DEFAULT FEED ONLY" TO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               MOVE "FEED" TO CL-AREA
               MOVE DSN-DEFAULT-SALES TO WS-CHECK-DSN
               PERFORM CHECK-FEED-ON-DISK
               GO TO END-CHECK-SALES-FEEDS
           END-IF.
           MOVE 0 TO WS-FEEDS-LISTED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ FEED-LIST-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF FEED-LIST-RECORD NOT = SPACES
                           ADD 1 TO WS-FEEDS-LISTED
                           MOVE "FEED" TO CL-AREA
                           MOVE FEED-LIST-RECORD TO WS-CHECK-DSN
                           PERFORM CHECK-FEED-ON-DISK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-LIST-FILE.
           MOVE "FEEDS" TO CL-AREA.
           MOVE DSN-FEED-LIST TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           IF WS-FEEDS-LISTED = 0
               MOVE "NO-GO" TO CL-RESULT
               MOVE "FEED LIST IS EMPTY" TO CL-DETAIL
           ELSE
               MOVE "OK" TO CL-RESULT
               STRING WS-FEEDS-LISTED " FEEDS LISTED"
                   DELIMITED BY SIZE INTO CL-DETAIL
           END-IF.
           PERFORM WRITE-CHECK-LINE.
       END-CHECK-SALES-FEEDS.
           CONTINUE.

       CHECK-FEED-ON-DISK.
           MOVE WS-CHECK-DSN TO CL-SUBJECT.
           OPEN INPUT CHECK-FILE.
           IF FS-CHECK = "00"
               CLOSE CHECK-FILE
               MOVE "OK" TO CL-RESULT
               MOVE "ON DISK" TO CL-DETAIL
           ELSE
               MOVE "NO-GO" TO CL-RESULT
               MOVE "FEED NOT ON DISK" TO CL-DETAIL
           END-IF.
           PERFORM WRITE-CHECK-LINE.

      * No dependency file is a warning, not a stop -- the built-in
      * checks above still stand.
       CHECK-DEPENDENCIES.
           OPEN INPUT DEPS-FILE.
           IF FS-DEPS NOT = "00"
               MOVE "DEPS" TO CL-AREA
               MOVE DSN-DEPS TO CL-SUBJECT
               MOVE "WARN" TO CL-RESULT
               MOVE "NO DEPENDENCY CARDS ON FILE" TO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-DEPENDENCIES
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF
               READ DEPS-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF DP-PROGRAM NOT = SPACES
                               AND DP-PROGRAM(1:1) NOT = "*"
                           MOVE DP-PROGRAM TO WS-SEARCH-PROGRAM
                           PERFORM FIND-PROGRAM-IN-STEPS
                           IF STEP-USES-PROGRAM
                               PERFORM CHECK-ONE-DEPENDENCY
                                   THRU END-CHECK-ONE-DEPENDENCY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPS-FILE.
       END-CHECK-DEPENDENCIES.
           CONTINUE.

      * A program is in the night when its name appears anywhere in
      * a RUN step's command, however the command invokes it.
       FIND-PROGRAM-IN-STEPS.
           MOVE 'N' TO WS-STEP-USES-FLAG.
           MOVE 0 TO WS-PROGRAM-LEN.
           INSPECT WS-SEARCH-PROGRAM TALLYING WS-PROGRAM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PROGRAM-LEN = 0
               MOVE 12 TO WS-PROGRAM-LEN
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR STEP-USES-PROGRAM
               IF WS-ST-VERB(WS-STEP-IDX) = "RUN"
                   MOVE 0 TO WS-HITS
                   INSPECT WS-ST-OPERAND(WS-STEP-IDX) TALLYING WS-HITS
                       FOR ALL WS-SEARCH-PROGRAM(1:WS-PROGRAM-LEN)
                   IF WS-HITS > 0
                       MOVE 'Y' TO WS-STEP-USES-FLAG
                       MOVE WS-ST-NO(WS-STEP-IDX) TO WS-DEP-STEP-NO
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-DEPENDENCY.
           MOVE SPACES TO CL-AREA.
           STRING "STEP " WS-DEP-STEP-NO DELIMITED BY SIZE
               INTO CL-AREA.
           MOVE DP-DSN TO CL-SUBJECT.
           MOVE SPACES TO CL-DETAIL.
           MOVE DP-DSN TO WS-CHECK-DSN.
           IF NOT (DP-MUST-EXIST OR DP-SHOULD-EXIST
                   OR DP-MUST-BE-ABSENT OR DP-POSITIONAL
                   OR DP-KEYWORD)
               MOVE "WARN" TO CL-RESULT
               STRING "UNKNOWN CHECK '" DP-CHECK "' FOR "
                      DP-PROGRAM
                   DELIMITED BY SIZE INTO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-ONE-DEPENDENCY
           END-IF.
           OPEN INPUT CHECK-FILE.
           IF DP-MUST-BE-ABSENT
               IF FS-CHECK = "00"
                   CLOSE CHECK-FILE
                   MOVE "NO-GO" TO CL-RESULT
                   MOVE "ON DISK AND SHOULD NOT BE" TO CL-DETAIL
               ELSE
                   MOVE "OK" TO CL-RESULT
                   MOVE "NOT ON DISK" TO CL-DETAIL
               END-IF
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-ONE-DEPENDENCY
           END-IF.
           IF FS-CHECK NOT = "00"
               IF DP-SHOULD-EXIST
                   MOVE "WARN" TO CL-RESULT
               ELSE
                   MOVE "NO-GO" TO CL-RESULT
               END-IF
               STRING "NOT ON FILE -- NEEDED BY " DP-PROGRAM
                   DELIMITED BY SIZE INTO CL-DETAIL
               PERFORM WRITE-CHECK-LINE
               GO TO END-CHECK-ONE-DEPENDENCY
           END-IF.
           MOVE "OK" TO CL-RESULT.
           MOVE "ON FILE" TO CL-DETAIL.
           EVALUATE TRUE
               WHEN DP-POSITIONAL
                   PERFORM CHECK-POSITIONAL-CARD
               WHEN DP-KEYWORD
                   PERFORM CHECK-KEYWORD-CARD
           END-EVALUATE.
           CLOSE CHECK-FILE.
           PERFORM WRITE-CHECK-LINE.
       END-CHECK-ONE-DEPENDENCY.
           CONTINUE.

      * The card's first line against the pattern, one column at a
      * time, stopping at the pattern's first space.
       CHECK-POSITIONAL-CARD.
           MOVE 'N' TO WS-EOF-FLAG.
           READ CHECK-FILE
               AT END
                   SET IS-EOF TO TRUE
           END-READ.
           IF IS-EOF
               MOVE "NO-GO" TO CL-RESULT
               MOVE "CARD FILE IS EMPTY" TO CL-DETAIL
           ELSE
               MOVE 'Y' TO WS-CARD-OK-FLAG
               PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > 14 OR NOT CARD-IS-OK
                   MOVE DP-PATTERN(WS-PAT-IDX:1) TO WS-PAT-CHAR
                   IF WS-PAT-CHAR = SPACE
                       EXIT PERFORM
                   END-IF
                   MOVE CHECK-RECORD(WS-PAT-IDX:1) TO WS-CARD-CHAR
                   IF WS-PAT-CHAR = "9" AND WS-CARD-CHAR IS NOT NUMERIC
                       MOVE 'N' TO WS-CARD-OK-FLAG
                   END-IF
                   IF WS-PAT-CHAR = "A" AND WS-CARD-CHAR = SPACE
                       MOVE 'N' TO WS-CARD-OK-FLAG
                   END-IF
               END-PERFORM
               IF CARD-IS-OK
                   MOVE "CARD FORMAT OK" TO CL-DETAIL
               ELSE
                   MOVE "NO-GO" TO CL-RESULT
                   SUBTRACT 1 FROM WS-PAT-IDX
                   STRING "CARD DOES NOT MATCH " DP-PATTERN
                          " AT COL " WS-PAT-IDX
                       DELIMITED BY SIZE INTO CL-DETAIL
               END-IF
           END-IF.

      * Every line that is not blank must read KEYWORD=VALUE with a
      * keyword of one to twelve characters -- PARM_KEYWORD would
      * otherwise pass over it without a word.
       CHECK-KEYWORD-CARD.
           MOVE 0 TO WS-CARD-LINES.
           MOVE 'Y' TO WS-CARD-OK-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL IS-EOF OR NOT CARD-IS-OK
               READ CHECK-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-LINES
                       IF CHECK-RECORD NOT = SPACES
                           MOVE 0 TO WS-EQ-OFFSET
                           INSPECT CHECK-RECORD TALLYING WS-EQ-OFFSET
                               FOR CHARACTERS BEFORE INITIAL "="
                           IF WS-EQ-OFFSET = 0 OR WS-EQ-OFFSET > 12
                                   OR CHECK-RECORD(1:1) = SPACE
                               MOVE 'N' TO WS-CARD-OK-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CARD-IS-OK
               MOVE "KEYWORD CARDS OK" TO CL-DETAIL
           ELSE
               MOVE "NO-GO" TO CL-RESULT
               STRING "LINE " WS-CARD-LINES " IS NOT KEYWORD=VALUE"
                   DELIMITED BY SIZE INTO CL-DETAIL
           END-IF.

       WRITE-CHECK-LINE.
           ADD 1 TO WS-CHECK-COUNT.
           IF CL-IS-WARN
               ADD 1 TO WS-WARN-COUNT
           END-IF.
           IF CL-IS-NOGO
               ADD 1 TO WS-NOGO-COUNT
           END-IF.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE CHECK-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       FINISH-REPORT.
           MOVE SPACES TO WS-RPT-TEXT.
           EVALUATE TRUE
               WHEN WS-NOGO-COUNT > 0
                   STRING "READINESS: NO-GO  CHECKS: " WS-CHECK-COUNT
                          " NO-GO: " WS-NOGO-COUNT
                          " WARNINGS: " WS-WARN-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   MOVE 8 TO WS-FINAL-RC
                   MOVE 'E' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "PRE-FLIGHT NO-GO: " WS-NOGO-COUNT
                          " PROBLEMS -- SEE PREFLIGHT.LST"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   CALL "ALERT_WRITER" USING WS-ALERT-PROGRAM,
                           WS-ALERT-SEVERITY, WS-ALERT-TEXT
               WHEN WS-WARN-COUNT > 0
                   STRING "READINESS: GO  CHECKS: " WS-CHECK-COUNT
                          " WARNINGS: " WS-WARN-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   MOVE 4 TO WS-FINAL-RC
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "PRE-FLIGHT GO WITH " WS-WARN-COUNT
                          " WARNINGS -- SEE PREFLIGHT.LST"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   CALL "ALERT_WRITER" USING WS-ALERT-PROGRAM,
                           WS-ALERT-SEVERITY, WS-ALERT-TEXT
               WHEN OTHER
                   STRING "READINESS: GO  CHECKS: " WS-CHECK-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE.
           DISPLAY "PREFLIGHT " WS-RPT-TEXT(1:60).
           MOVE 'T' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

       END PROGRAM PREFLIGHT.
