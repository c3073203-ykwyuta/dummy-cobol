      * prior month alongside, so loss prevention sees whether
      * shrinkage is rising and where without eyeballing the raw
      * audit log.
      *
      * "Month" is the company's accounting period (the shared
      * FISCAL_PERIOD resolver): a calendar month, or a 4-4-5 fiscal
      * period YYYYPP once the company runs BASIS=FISCAL. The card's
      * period, the default from the run date, and the period before
      * it are all taken on that basis, and each adjustment falls in
      * a period by its date against the period's first and last
      * days.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  IS-REGISTRY-EOF      VALUE 'Y'.
       01  WS-SEGMENT-STEM          PIC X(29)
               VALUE "data/master_update/INV_AUDIT_".
       01  WS-LOGS-SCANNED          PIC 9(5) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-THIS-MONTH            PIC 9(6).
       01  WS-THIS-START            PIC 9(8).
       01  WS-THIS-END              PIC 9(8).
       01  WS-PRIOR-MONTH           PIC 9(6).
       01  WS-PRIOR-START           PIC 9(8).
       01  WS-PRIOR-END             PIC 9(8).
       01  WS-FP-FUNCTION           PIC X.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-DATE               PIC 9(8).
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-STATUS             PIC X(2).
       01  WS-DATE-INT              PIC 9(8).
       01  WS-ENTRY-QTY             PIC S9(7)V99.
       01  WS-ENTRY-VALUE           PIC S9(9)V99.
       01  WS-WHICH-MONTH           PIC X.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "PARM_READER" USING WS-PARM-DSN WS-PARM-LINE
                   WS-PARM-FOUND.
           PERFORM RESOLVE-REPORT-PERIODS THRU END-RESOLVE-PERIODS.
           IF WS-FP-STATUS NOT = "00"
               DISPLAY "SHRINK-RPT: REPORT PERIOD " WS-THIS-MONTH
                       " OR THE ONE BEFORE IT CANNOT BE RESOLVED ON "
                       "BASIS " WS-FP-BASIS " -- NO REPORT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.

           PERFORM WRITE-SHRINK-REPORT.

           DISPLAY "SHRINK-RPT TOTALS -- PERIOD: " WS-THIS-MONTH
                   " PRIOR: " WS-PRIOR-MONTH
                   " AUDIT LINES READ: " WS-READ-COUNT
                   " ADJUSTMENTS SUMMED: " WS-SUMMED-COUNT.
           CLOSE ITEM-MASTER-FILE REPORT-FILE.
           STOP RUN.

      * The report period from the card or the run date, then the
      * period the day before it began -- calendar or fiscal alike.
       RESOLVE-REPORT-PERIODS.
           IF WS-PARM-FOUND = 'Y' AND PM-PERIOD IS NUMERIC
                   AND PM-PERIOD NOT = 0
               MOVE PM-PERIOD TO WS-THIS-MONTH
               MOVE 'P' TO WS-FP-FUNCTION
           ELSE
               MOVE WS-RUN-DATE TO WS-FP-DATE
               MOVE 'D' TO WS-FP-FUNCTION
           END-IF.
           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-FP-DATE, WS-THIS-MONTH, WS-FP-WEEK,
                   WS-THIS-START, WS-THIS-END, WS-FP-STATUS.
           IF WS-FP-STATUS NOT = "00"
               GO TO END-RESOLVE-PERIODS
           END-IF.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-THIS-START) - 1.
           COMPUTE WS-FP-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE 'D' TO WS-FP-FUNCTION.
           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-FP-DATE, WS-PRIOR-MONTH, WS-FP-WEEK,
                   WS-PRIOR-START, WS-PRIOR-END, WS-FP-STATUS.
       END-RESOLVE-PERIODS.
           CONTINUE.

      * No registry just means the log has never been rolled. A
      * segment cut before the prior report period cannot hold
      * either month's entries, so only the later ones are walked.
       WALK-SEGMENT-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
                   AT END
                       SET IS-REGISTRY-EOF TO TRUE
                   NOT AT END
                       IF SG-CUTOFF-DATE >= WS-PRIOR-START
                           MOVE SPACES TO DSN-AUDIT
                           STRING WS-SEGMENT-STEM SG-CUTOFF-DATE
                               ".LOG" DELIMITED BY SIZE
           CONTINUE.

       ACCUMULATE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN AU-RUN-DATE >= WS-THIS-START
                       AND AU-RUN-DATE <= WS-THIS-END
                   MOVE 'T' TO WS-WHICH-MONTH
               WHEN AU-RUN-DATE >= WS-PRIOR-START
                       AND AU-RUN-DATE <= WS-PRIOR-END
                   MOVE 'P' TO WS-WHICH-MONTH
               WHEN OTHER
                   GO TO END-ACCUMULATE-ADJ
