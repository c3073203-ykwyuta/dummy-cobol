       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ERASE.
       AUTHOR. Jules.
      *
      * Customer erasure and anonymization. Trade accounts are
      * erased for one of two reasons: the customer asked (one line
      * per account on ERASE_REQUEST.DAT), or the account has not
      * traded for the retention period. The parameter card
      * (through the shared PARM_READER) names the operator running
      * the erasure and the retention period in months (blank takes
      * 72, zero runs the request file alone); the operator must
      * hold the erase authority (OPER_CHECK's 'E' function), and
      * as with PERIOD_REOPEN a missing authority file refuses the
      * run rather than allowing it.
      *
      * An account's last trade is the latest sale or return keyed
      * to it on the flat history or the monthly members
      * (SALES_HIST_YYYYMM.DAT); an account with no trade on file at
      * all is not swept by the retention rule, since nothing says
      * how long it has been open -- it is erased only on request.
      * An account still owing or owed a balance, or with customer
      * orders not yet collected, cancelled or expired
      * (CUST_ORDER.IDX), is refused and listed; it comes up again
      * next run once settled.
      *
      * An erased account keeps its number on the customer master
      * but loses its name, contact and exemption certificate, its
      * credit limit comes down to zero, and it is marked erased
      * (CU-IS-ERASED) so nothing can trade on it or reopen it.
      * Every history line keyed to it has its customer number
      * replaced by the anonymous token *ERASED* -- the trade, its
      * values and its dates are untouched, so sales totals stay as
      * they were. The keyed history (SALES_HISTORY.IDX) is
      * rewritten in place; the flat history and each monthly
      * member holding the account's trade are copied to their
      * .NEW files (the retained-file swap convention), which the
      * swap step puts in place of the live files.
      *
      * Each erasure is journaled to CUST_ERASE.LOG with the date,
      * the operator, the account, why it was erased and how many
      * history lines were anonymized; the run's erasures and
      * refusals are listed on CUST_ERASE.LST. RC 4 when anything
      * was refused, 8 when the run could not start.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT REQUEST-FILE ASSIGN TO DSN-REQUEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT ORDER-FILE ASSIGN TO DSN-ORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS FS-ORDER.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT NEW-HISTORY-FILE ASSIGN TO DSN-NEW-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-HISTORY.
           SELECT HIST-INDEX-FILE ASSIGN TO DSN-HIST-INDEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS FS-HIST-INDEX.
           SELECT MONTHLY-HIST-FILE ASSIGN TO DSN-MONTHLY-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MONTHLY-HIST.
           SELECT NEW-MONTHLY-FILE ASSIGN TO DSN-NEW-MONTHLY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-MONTHLY.
           SELECT ERASE-LOG-FILE ASSIGN TO DSN-ERASE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERASE-LOG.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
           SELECT AUTHORITY-PROBE-FILE ASSIGN TO DSN-AUTHORITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTHORITY.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

      * One account per line; the date the request was received is
      * carried through to the log.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-CUST-NO           PIC X(8).
           05  RQ-RECEIVED-DATE     PIC 9(8).

       FD  ORDER-FILE.
           COPY "CORDREC.CPY".

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD       PIC X(114).

       FD  HIST-INDEX-FILE.
           COPY "HISTIDX.CPY".

      * A monthly member carries the same record image as the flat
      * file, fielded through HISTORY-RECORD once read.
       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  NEW-MONTHLY-FILE.
       01  NEW-MONTHLY-RECORD       PIC X(114).

       FD  ERASE-LOG-FILE.
       01  ERASE-LOG-RECORD.
           05  EL-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-OPERATOR          PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-CUST-NO           PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-BASIS             PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-RECEIVED-DATE     PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-LAST-TRADE        PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-LINES             PIC 9(7).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

      * Opened only to prove the authority file EXISTS.
       FD  AUTHORITY-PROBE-FILE.
       01  AUTHORITY-PROBE-RECORD   PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CUSTOMER          PIC X(2).
           05  FS-REQUEST           PIC X(2).
           05  FS-ORDER             PIC X(2).
           05  FS-HISTORY           PIC X(2).
           05  FS-NEW-HISTORY       PIC X(2).
           05  FS-HIST-INDEX        PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-NEW-MONTHLY       PIC X(2).
           05  FS-ERASE-LOG         PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-AUTHORITY         PIC X(2).

       01  DSN-FIELDS.
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-REQUEST       PIC X(36)
              VALUE "data/master_update/ERASE_REQUEST.DAT".
           05 DSN-ORDER         PIC X(33)
              VALUE "data/master_update/CUST_ORDER.IDX".
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-NEW-HISTORY   PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.NEW".
           05 DSN-HIST-INDEX    PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.IDX".
           05 DSN-MONTHLY-HIST  PIC X(40).
           05 DSN-NEW-MONTHLY   PIC X(40).
           05 DSN-ERASE-LOG     PIC X(33)
              VALUE "data/master_update/CUST_ERASE.LOG".
           05 DSN-REPORT        PIC X(33)
              VALUE "data/master_update/CUST_ERASE.LST".
           05 DSN-AUTHORITY     PIC X(24)
              VALUE "data/common/OPERATOR.DAT".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/CUST_ERASE.PARM".
       01  WS-PARM-LINE             PIC X(80).
       01  PARM-RECORD REDEFINES WS-PARM-LINE.
           05  PM-OPERATOR          PIC X(8).
           05  PM-RETAIN-MONTHS     PIC 9(3).
           05  PM-RETAIN-MONTHS-X REDEFINES PM-RETAIN-MONTHS
                                    PIC X(3).
           05  FILLER               PIC X(69).
       01  WS-PARM-FOUND            PIC X(1).
       01  WS-OPERATOR              PIC X(8).
       01  WS-RETAIN-MONTHS         PIC 9(3) VALUE 72.
       01  WS-OPER-FUNCTION         PIC X VALUE 'E'.
       01  WS-OPER-ALLOWED          PIC X.

      * What replaces the customer number on anonymized history.
       01  WS-ERASED-TOKEN          PIC X(8) VALUE "*ERASED*".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).
       01  WS-CUTOFF-DATE           PIC 9(8) VALUE 0.
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR       PIC 9(4).
           05  WS-CUTOFF-MM         PIC 9(2).
           05  WS-CUTOFF-DD         PIC 9(2).
       01  WS-MONTH-NUMBER          PIC 9(6).

       01  WS-EOF-FLAGS.
           05  WS-CUSTOMER-EOF      PIC X VALUE 'N'.
           05  WS-REQUEST-EOF       PIC X VALUE 'N'.
           05  WS-ORDER-EOF         PIC X VALUE 'N'.
           05  WS-HISTORY-EOF       PIC X.
           05  WS-INDEX-EOF         PIC X VALUE 'N'.
           05  WS-MEMBER-EOF        PIC X.

      * Every account on the master, in key order, so a history line
      * finds its account with a binary search. WS-CE-ACTION is what
      * this run does with it: 'R' erase on request, 'I' erase for
      * inactivity, 'X' refused, space nothing.
       01  WS-CUST-TABLE.
           05  WS-CE-COUNT          PIC 9(5) VALUE 0.
           05  WS-CE-ENTRIES OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CE-COUNT
                   ASCENDING KEY IS WS-CE-CUST-NO
                   INDEXED BY WS-CE-IDX.
               10  WS-CE-CUST-NO    PIC X(8).
               10  WS-CE-ERASED     PIC X.
               10  WS-CE-REQUESTED  PIC X.
               10  WS-CE-RECEIVED   PIC 9(8).
               10  WS-CE-OPEN-ORDER PIC X.
               10  WS-CE-LAST-TRADE PIC 9(8).
               10  WS-CE-ACTION     PIC X.
                   88  WS-CE-TO-ERASE VALUE 'R' 'I'.
               10  WS-CE-LINES      PIC 9(7).
       01  WS-CE-OVFL-FLAG          PIC X VALUE 'N'.
           88  CUST-TABLE-OVERFLOWED VALUE 'Y'.
       01  WS-CE-SUB                PIC 9(5).
       01  WS-FOUND-FLAG            PIC X.

      * Monthly member probing: from the run month back this many.
       01  WS-PROBE-MONTHS          PIC 9(3) VALUE 120.
       01  WS-MONTH-STEPS           PIC 9(3).
       01  WS-SCAN-MONTH            PIC 9(6).
       01  WS-SCAN-MONTH-SPLIT REDEFINES WS-SCAN-MONTH.
           05  WS-SCAN-YEAR         PIC 9(4).
           05  WS-SCAN-MM           PIC 9(2).
       01  WS-MEMBER-HITS           PIC 9(7).

       01  WS-REFUSE-REASON         PIC X(40).

       01  WS-CONTROL-COUNTS.
           05  WS-REQUESTS-READ     PIC 9(5) VALUE 0.
           05  WS-REQUESTS-BAD      PIC 9(5) VALUE 0.
           05  WS-ERASED-COUNT      PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
           05  WS-NO-TRADE-COUNT    PIC 9(5) VALUE 0.
           05  WS-FLAT-LINES        PIC 9(7) VALUE 0.
           05  WS-INDEX-LINES       PIC 9(7) VALUE 0.
           05  WS-MEMBER-LINES      PIC 9(7) VALUE 0.
           05  WS-MEMBERS-WRITTEN   PIC 9(5) VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(27)
               VALUE "CUSTOMER ERASURE -- RUN ON ".
           05  TTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(5) VALUE " BY: ".
           05  TTL-OPERATOR         PIC X(8).
           05  FILLER               PIC X(9) VALUE " CUTOFF: ".
           05  TTL-CUTOFF-DATE      PIC 9(8).

       01  DETAIL-LINE.
           05  DTL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-ACTION           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-BASIS            PIC X(8).
           05  FILLER               PIC X(7) VALUE " LAST: ".
           05  DTL-LAST-TRADE       PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-REASON           PIC X(38).

       01  TOTAL-LINE.
           05  FILLER               PIC X(8) VALUE "ERASED: ".
           05  TOT-ERASED           PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  REFUSED: ".
           05  TOT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(17)
               VALUE "  HISTORY LINES: ".
           05  TOT-LINES            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "PARM_READER" USING WS-PARM-DSN WS-PARM-LINE
                   WS-PARM-FOUND.
           IF WS-PARM-FOUND NOT = 'Y' OR PM-OPERATOR = SPACES
               DISPLAY "CUST-ERASE: OPERATOR REQUIRED ON THE "
                       "PARAMETER CARD -- NOTHING ERASED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PM-OPERATOR TO WS-OPERATOR.
           IF PM-RETAIN-MONTHS IS NUMERIC
               MOVE PM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           ELSE
               IF PM-RETAIN-MONTHS-X NOT = SPACES
                   DISPLAY "CUST-ERASE: RETENTION MONTHS NOT NUMERIC "
                           "-- NOTHING ERASED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Erasure cannot be undone -- a missing authority file refuses
      * the run rather than letting everyone through.
           OPEN INPUT AUTHORITY-PROBE-FILE.
           IF FS-AUTHORITY NOT = "00"
               DISPLAY "CUST-ERASE: NO AUTHORITY FILE ON DISK -- AN "
                       "ERASURE CANNOT BE AUTHORIZED, NOTHING "
                       "ERASED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUTHORITY-PROBE-FILE.
           CALL "OPER_CHECK" USING WS-OPERATOR, WS-OPER-FUNCTION,
                   WS-OPER-ALLOWED.
           IF WS-OPER-ALLOWED NOT = 'Y'
               DISPLAY "CUST-ERASE: OPERATOR " WS-OPERATOR
                       " IS NOT AUTHORIZED TO ERASE CUSTOMER DATA "
                       "-- NOTHING ERASED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00"
               DISPLAY "CUST-ERASE: CANNOT OPEN CUSTOMER MASTER: "
                       FS-CUSTOMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CUSTOMERS THRU END-LOAD-CUSTOMERS.
           IF CUST-TABLE-OVERFLOWED
               DISPLAY "CUST-ERASE: CUSTOMER MASTER EXCEEDS THE "
                       "ERASURE TABLE -- NOTHING ERASED."
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-CUTOFF-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           MOVE WS-OPERATOR TO TTL-OPERATOR.
           MOVE WS-CUTOFF-DATE TO TTL-CUTOFF-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM READ-REQUESTS THRU END-READ-REQUESTS.
           PERFORM MARK-OPEN-ORDERS THRU END-MARK-OPEN-ORDERS.
           PERFORM FIND-LAST-TRADE THRU END-FIND-LAST-TRADE.
           PERFORM CHOOSE-ACCOUNTS.

           IF WS-ERASED-COUNT > 0
               PERFORM ERASE-CUSTOMERS
               PERFORM ANONYMIZE-FLAT-HISTORY
                   THRU END-ANONYMIZE-FLAT
               PERFORM ANONYMIZE-KEYED-HISTORY
                   THRU END-ANONYMIZE-KEYED
               PERFORM ANONYMIZE-MEMBERS
               PERFORM JOURNAL-ERASURES
           END-IF.
           CLOSE CUSTOMER-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ERASED-COUNT TO TOT-ERASED.
           MOVE WS-REFUSED-COUNT TO TOT-REFUSED.
           COMPUTE TOT-LINES = WS-FLAT-LINES + WS-MEMBER-LINES.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "CUST-ERASE TOTALS -- REQUESTS: " WS-REQUESTS-READ
                   " ERASED: " WS-ERASED-COUNT
                   " REFUSED: " WS-REFUSED-COUNT
                   " NO TRADE ON FILE: " WS-NO-TRADE-COUNT
                   " FLAT LINES: " WS-FLAT-LINES
                   " KEYED LINES: " WS-INDEX-LINES
                   " MEMBER LINES: " WS-MEMBER-LINES
                   " MEMBERS REWRITTEN: " WS-MEMBERS-WRITTEN.
           IF WS-ERASED-COUNT > 0
               DISPLAY "CUST-ERASE: SALES_HISTORY.NEW AND THE "
                       "MEMBER .NEW FILES MUST BE SWAPPED IN BEFORE "
                       "THE ERASURE IS COMPLETE."
           END-IF.
           IF WS-REFUSED-COUNT > 0 OR WS-REQUESTS-BAD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CUSTOMERS.
           PERFORM UNTIL WS-CUSTOMER-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTOMER-EOF
                   NOT AT END
                       IF WS-CE-COUNT >= 5000
                           SET CUST-TABLE-OVERFLOWED TO TRUE
                           MOVE 'Y' TO WS-CUSTOMER-EOF
                       ELSE
                           ADD 1 TO WS-CE-COUNT
                           MOVE CU-CUST-NO TO
                                   WS-CE-CUST-NO(WS-CE-COUNT)
                           MOVE 'N' TO WS-CE-ERASED(WS-CE-COUNT)
                           IF CU-IS-ERASED
                               MOVE 'Y' TO WS-CE-ERASED(WS-CE-COUNT)
                           END-IF
                           MOVE 'N' TO WS-CE-REQUESTED(WS-CE-COUNT)
                           MOVE 0 TO WS-CE-RECEIVED(WS-CE-COUNT)
                           MOVE 'N' TO WS-CE-OPEN-ORDER(WS-CE-COUNT)
                           MOVE 0 TO WS-CE-LAST-TRADE(WS-CE-COUNT)
                           MOVE SPACE TO WS-CE-ACTION(WS-CE-COUNT)
                           MOVE 0 TO WS-CE-LINES(WS-CE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       END-LOAD-CUSTOMERS.
           CONTINUE.

      * The run date less the retention months, same day of the
      * month (held to the 28th so it is always a real date). Zero
      * months leaves the cutoff at zero and sweeps nothing.
       SET-CUTOFF-DATE.
           IF WS-RETAIN-MONTHS = 0
               MOVE 0 TO WS-CUTOFF-DATE
           ELSE
               COMPUTE WS-MONTH-NUMBER =
                       WS-RUN-YEAR * 12 + WS-RUN-MM - 1
                       - WS-RETAIN-MONTHS
               DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
                       REMAINDER WS-CUTOFF-MM
               ADD 1 TO WS-CUTOFF-MM
               MOVE WS-RUN-DD TO WS-CUTOFF-DD
               IF WS-CUTOFF-DD > 28
                   MOVE 28 TO WS-CUTOFF-DD
               END-IF
           END-IF.

      * A request for an account that is not on the master, or that
      * is already erased, is listed and otherwise ignored.
       READ-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF FS-REQUEST NOT = "00"
               GO TO END-READ-REQUESTS
           END-IF.
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       IF RQ-CUST-NO NOT = SPACES
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM TAKE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
       END-READ-REQUESTS.
           CONTINUE.

       TAKE-ONE-REQUEST.
           SEARCH ALL WS-CE-ENTRIES
               AT END
                   ADD 1 TO WS-REQUESTS-BAD
                   MOVE RQ-CUST-NO TO DTL-CUST-NO
                   MOVE "IGNORED" TO DTL-ACTION
                   MOVE "REQUEST" TO DTL-BASIS
                   MOVE 0 TO DTL-LAST-TRADE
                   MOVE "Account not on the customer master." TO
                           DTL-REASON
                   WRITE REPORT-RECORD FROM DETAIL-LINE
               WHEN WS-CE-CUST-NO(WS-CE-IDX) = RQ-CUST-NO
                   IF WS-CE-ERASED(WS-CE-IDX) = 'Y'
                       MOVE RQ-CUST-NO TO DTL-CUST-NO
                       MOVE "IGNORED" TO DTL-ACTION
                       MOVE "REQUEST" TO DTL-BASIS
                       MOVE 0 TO DTL-LAST-TRADE
                       MOVE "Account is already erased." TO
                               DTL-REASON
                       WRITE REPORT-RECORD FROM DETAIL-LINE
                   ELSE
                       MOVE 'Y' TO WS-CE-REQUESTED(WS-CE-IDX)
                       IF RQ-RECEIVED-DATE IS NUMERIC
                           MOVE RQ-RECEIVED-DATE TO
                                   WS-CE-RECEIVED(WS-CE-IDX)
                       END-IF
                   END-IF
           END-SEARCH.

      * Orders still reserved, picked or short hold the account
      * open. No order file means no orders.
       MARK-OPEN-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF FS-ORDER NOT = "00"
               GO TO END-MARK-OPEN-ORDERS
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = 'Y'
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORDER-EOF
                   NOT AT END
                       IF CO-IS-OPEN AND CO-CUST-NO NOT = SPACES
                           SEARCH ALL WS-CE-ENTRIES
                               AT END
                                   CONTINUE
                               WHEN WS-CE-CUST-NO(WS-CE-IDX) =
                                       CO-CUST-NO
                                   MOVE 'Y' TO
                                       WS-CE-OPEN-ORDER(WS-CE-IDX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
       END-MARK-OPEN-ORDERS.
           CONTINUE.

      * The latest trade date per account across the flat history
      * and every monthly member still on disk.
       FIND-LAST-TRADE.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM NOTE-TRADE-DATE
                               THRU END-NOTE-TRADE-DATE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-SCAN-MONTH.
           PERFORM VARYING WS-MONTH-STEPS FROM 1 BY 1
                   UNTIL WS-MONTH-STEPS > WS-PROBE-MONTHS
               PERFORM NAME-MEMBER
               MOVE 'N' TO WS-MEMBER-EOF
               OPEN INPUT MONTHLY-HIST-FILE
               IF FS-MONTHLY-HIST = "00"
                   PERFORM UNTIL WS-MEMBER-EOF = 'Y'
                       READ MONTHLY-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-MEMBER-EOF
                           NOT AT END
                               MOVE MONTHLY-HIST-RECORD TO
                                       HISTORY-RECORD
                               PERFORM NOTE-TRADE-DATE
                                   THRU END-NOTE-TRADE-DATE
                       END-READ
                   END-PERFORM
                   CLOSE MONTHLY-HIST-FILE
               END-IF
               PERFORM STEP-BACK-A-MONTH
           END-PERFORM.
       END-FIND-LAST-TRADE.
           CONTINUE.

       NOTE-TRADE-DATE.
           IF HIST-CUST-NO = SPACES OR HIST-CUST-NO = WS-ERASED-TOKEN
                   OR HIST-TRAN-DATE IS NOT NUMERIC
               GO TO END-NOTE-TRADE-DATE
           END-IF.
           SEARCH ALL WS-CE-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-CE-CUST-NO(WS-CE-IDX) = HIST-CUST-NO
                   IF HIST-TRAN-DATE > WS-CE-LAST-TRADE(WS-CE-IDX)
                       MOVE HIST-TRAN-DATE TO
                               WS-CE-LAST-TRADE(WS-CE-IDX)
                   END-IF
           END-SEARCH.
       END-NOTE-TRADE-DATE.
           CONTINUE.

       NAME-MEMBER.
           MOVE SPACES TO DSN-MONTHLY-HIST.
           STRING WS-MONTHLY-STEM WS-SCAN-MONTH ".DAT"
               DELIMITED BY SIZE INTO DSN-MONTHLY-HIST.
           MOVE SPACES TO DSN-NEW-MONTHLY.
           STRING WS-MONTHLY-STEM WS-SCAN-MONTH ".NEW"
               DELIMITED BY SIZE INTO DSN-NEW-MONTHLY.

       STEP-BACK-A-MONTH.
           IF WS-SCAN-MM = 1
               MOVE 12 TO WS-SCAN-MM
               SUBTRACT 1 FROM WS-SCAN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-SCAN-MM
           END-IF.

      * Requested accounts first, then the retention sweep; either
      * way a balance or an open order refuses the erasure.
       CHOOSE-ACCOUNTS.
           PERFORM VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CE-COUNT
               IF WS-CE-ERASED(WS-CE-SUB) = 'N'
                   PERFORM CHOOSE-ONE-ACCOUNT
                       THRU END-CHOOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       CHOOSE-ONE-ACCOUNT.
           IF WS-CE-REQUESTED(WS-CE-SUB) = 'Y'
               MOVE 'R' TO WS-CE-ACTION(WS-CE-SUB)
               MOVE "REQUEST" TO DTL-BASIS
           ELSE
               IF WS-CUTOFF-DATE = 0
                   GO TO END-CHOOSE-ONE-ACCOUNT
               END-IF
               IF WS-CE-LAST-TRADE(WS-CE-SUB) = 0
                   ADD 1 TO WS-NO-TRADE-COUNT
                   GO TO END-CHOOSE-ONE-ACCOUNT
               END-IF
               IF WS-CE-LAST-TRADE(WS-CE-SUB) >= WS-CUTOFF-DATE
                   GO TO END-CHOOSE-ONE-ACCOUNT
               END-IF
               MOVE 'I' TO WS-CE-ACTION(WS-CE-SUB)
               MOVE "INACTIVE" TO DTL-BASIS
           END-IF.

           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE WS-CE-CUST-NO(WS-CE-SUB) TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Account vanished from the master." TO
                           WS-REFUSE-REASON
           END-READ.
           IF WS-REFUSE-REASON = SPACES AND CU-BALANCE NOT = 0
               MOVE "Account carries an open balance." TO
                       WS-REFUSE-REASON
           END-IF.
           IF WS-REFUSE-REASON = SPACES
                   AND WS-CE-OPEN-ORDER(WS-CE-SUB) = 'Y'
               MOVE "Account has customer orders pending." TO
                       WS-REFUSE-REASON
           END-IF.

           MOVE WS-CE-CUST-NO(WS-CE-SUB) TO DTL-CUST-NO.
           MOVE WS-CE-LAST-TRADE(WS-CE-SUB) TO DTL-LAST-TRADE.
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE 'X' TO WS-CE-ACTION(WS-CE-SUB)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO DTL-ACTION
               MOVE WS-REFUSE-REASON TO DTL-REASON
           ELSE
               ADD 1 TO WS-ERASED-COUNT
               MOVE "ERASED" TO DTL-ACTION
               MOVE SPACES TO DTL-REASON
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       END-CHOOSE-ONE-ACCOUNT.
           CONTINUE.

      * The number stays; everything that identifies the person
      * goes.
       ERASE-CUSTOMERS.
           PERFORM VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CE-COUNT
               IF WS-CE-TO-ERASE(WS-CE-SUB)
                   MOVE WS-CE-CUST-NO(WS-CE-SUB) TO CU-CUST-NO
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO CU-CUST-NAME
                           MOVE SPACES TO CU-CONTACT
                           MOVE SPACES TO CU-EXEMPT-CERT-NO
                           MOVE 0 TO CU-CERT-EXPIRY
                           MOVE SPACE TO CU-TAX-STATUS
                           MOVE 0 TO CU-CREDIT-LIMIT
                           SET CU-IS-ERASED TO TRUE
                           REWRITE CU-RECORD
                               INVALID KEY
                                   DISPLAY "CUST-ERASE WARNING: "
                                           "REWRITE FAILED: "
                                           CU-CUST-NO
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

      * Returns WS-FOUND-FLAG 'Y' with WS-CE-IDX on the account when
      * HISTORY-RECORD belongs to an account erased this run.
       MATCH-ERASED-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF HIST-CUST-NO = SPACES OR HIST-CUST-NO = WS-ERASED-TOKEN
               GO TO END-MATCH-ERASED-ACCOUNT
           END-IF.
           SEARCH ALL WS-CE-ENTRIES
               AT END
                   CONTINUE
               WHEN WS-CE-CUST-NO(WS-CE-IDX) = HIST-CUST-NO
                   IF WS-CE-TO-ERASE(WS-CE-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
           END-SEARCH.
       END-MATCH-ERASED-ACCOUNT.
           CONTINUE.

      * Every line is copied; the erased accounts' lines go across
      * with the token in place of the customer number.
       ANONYMIZE-FLAT-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               GO TO END-ANONYMIZE-FLAT
           END-IF.
           OPEN OUTPUT NEW-HISTORY-FILE.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM MATCH-ERASED-ACCOUNT
                           THRU END-MATCH-ERASED-ACCOUNT
                       IF WS-FOUND-FLAG = 'Y'
                           MOVE WS-ERASED-TOKEN TO HIST-CUST-NO
                           ADD 1 TO WS-CE-LINES(WS-CE-IDX)
                           ADD 1 TO WS-FLAT-LINES
                       END-IF
                       WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE NEW-HISTORY-FILE.
       END-ANONYMIZE-FLAT.
           CONTINUE.

      * The keyed copy carries the same lines as the flat file, so
      * its count is not added to the accounts' line totals.
       ANONYMIZE-KEYED-HISTORY.
           OPEN I-O HIST-INDEX-FILE.
           IF FS-HIST-INDEX NOT = "00"
               GO TO END-ANONYMIZE-KEYED
           END-IF.
           PERFORM UNTIL WS-INDEX-EOF = 'Y'
               READ HIST-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INDEX-EOF
                   NOT AT END
                       MOVE IH-IMAGE TO HISTORY-RECORD
                       PERFORM MATCH-ERASED-ACCOUNT
                           THRU END-MATCH-ERASED-ACCOUNT
                       IF WS-FOUND-FLAG = 'Y'
                           MOVE WS-ERASED-TOKEN TO HIST-CUST-NO
                           MOVE HISTORY-RECORD TO IH-IMAGE
                           REWRITE IH-RECORD
                               INVALID KEY
                                   DISPLAY "CUST-ERASE WARNING: "
                                           "KEYED HISTORY REWRITE "
                                           "FAILED: " IH-KEY
                           END-REWRITE
                           ADD 1 TO WS-INDEX-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-INDEX-FILE.
       END-ANONYMIZE-KEYED.
           CONTINUE.

      * A member is only copied to its .NEW file when it holds a
      * line to anonymize -- the rest are left exactly as they are.
       ANONYMIZE-MEMBERS.
           MOVE WS-RUN-DATE(1:6) TO WS-SCAN-MONTH.
           PERFORM VARYING WS-MONTH-STEPS FROM 1 BY 1
                   UNTIL WS-MONTH-STEPS > WS-PROBE-MONTHS
               PERFORM NAME-MEMBER
               PERFORM COUNT-MEMBER-HITS THRU END-COUNT-MEMBER-HITS
               IF WS-MEMBER-HITS > 0
                   PERFORM REWRITE-MEMBER
               END-IF
               PERFORM STEP-BACK-A-MONTH
           END-PERFORM.

       COUNT-MEMBER-HITS.
           MOVE 0 TO WS-MEMBER-HITS.
           MOVE 'N' TO WS-MEMBER-EOF.
           OPEN INPUT MONTHLY-HIST-FILE.
           IF FS-MONTHLY-HIST NOT = "00"
               GO TO END-COUNT-MEMBER-HITS
           END-IF.
           PERFORM UNTIL WS-MEMBER-EOF = 'Y'
               READ MONTHLY-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF
                   NOT AT END
                       MOVE MONTHLY-HIST-RECORD TO HISTORY-RECORD
                       PERFORM MATCH-ERASED-ACCOUNT
                           THRU END-MATCH-ERASED-ACCOUNT
                       IF WS-FOUND-FLAG = 'Y'
                           ADD 1 TO WS-MEMBER-HITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-HIST-FILE.
       END-COUNT-MEMBER-HITS.
           CONTINUE.

       REWRITE-MEMBER.
           MOVE 'N' TO WS-MEMBER-EOF.
           OPEN INPUT MONTHLY-HIST-FILE.
           OPEN OUTPUT NEW-MONTHLY-FILE.
           PERFORM UNTIL WS-MEMBER-EOF = 'Y'
               READ MONTHLY-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF
                   NOT AT END
                       MOVE MONTHLY-HIST-RECORD TO HISTORY-RECORD
                       PERFORM MATCH-ERASED-ACCOUNT
                           THRU END-MATCH-ERASED-ACCOUNT
                       IF WS-FOUND-FLAG = 'Y'
                           MOVE WS-ERASED-TOKEN TO HIST-CUST-NO
                           ADD 1 TO WS-CE-LINES(WS-CE-IDX)
                           ADD 1 TO WS-MEMBER-LINES
                       END-IF
                       WRITE NEW-MONTHLY-RECORD FROM HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-HIST-FILE NEW-MONTHLY-FILE.
           ADD 1 TO WS-MEMBERS-WRITTEN.

       JOURNAL-ERASURES.
           OPEN EXTEND ERASE-LOG-FILE.
           IF FS-ERASE-LOG NOT = "00"
               OPEN OUTPUT ERASE-LOG-FILE
           END-IF.
           PERFORM VARYING WS-CE-SUB FROM 1 BY 1
                   UNTIL WS-CE-SUB > WS-CE-COUNT
               IF WS-CE-TO-ERASE(WS-CE-SUB)
                   MOVE SPACES TO ERASE-LOG-RECORD
                   MOVE WS-RUN-DATE TO EL-RUN-DATE
                   MOVE WS-OPERATOR TO EL-OPERATOR
                   MOVE WS-CE-CUST-NO(WS-CE-SUB) TO EL-CUST-NO
                   IF WS-CE-ACTION(WS-CE-SUB) = 'R'
                       MOVE "REQUEST" TO EL-BASIS
                   ELSE
                       MOVE "INACTIVE" TO EL-BASIS
                   END-IF
                   MOVE WS-CE-RECEIVED(WS-CE-SUB) TO EL-RECEIVED-DATE
                   MOVE WS-CE-LAST-TRADE(WS-CE-SUB) TO EL-LAST-TRADE
                   MOVE WS-CE-LINES(WS-CE-SUB) TO EL-LINES
                   WRITE ERASE-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE ERASE-LOG-FILE.

       END PROGRAM CUST-ERASE.
