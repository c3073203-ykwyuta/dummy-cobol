       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-LIAB.
       AUTHOR. Jules.
      *
      * Month-end loyalty points liability for finance to book.
      * Every customer holding points at the close of the month is
      * listed with the points outstanding and what they are worth
      * at the POINT-VALUE SALES_PROC spends them at (LOYALTY.PARM),
      * and the report closes on the total liability. The balance
      * is rebuilt from POINTS_LEDGER.DAT (PTLEDREC.CPY) as at the
      * month's last day -- every line dated on or before it --
      * sorted into customer order and matched against the customer
      * master, the same way AR_STATEMENT works out a balance
      * brought forward, so a run a few days into the next month
      * still books the month just closed. Points on closed
      * accounts are still owed and are listed and flagged; a
      * customer overdrawn on points (a return after the points
      * were spent) owes the scheme rather than the other way
      * round, so is counted but adds nothing to the liability.
      * The month is LIAB-MONTH=YYYYMM on POINTS_LIAB.PARM (through
      * the shared PARM_KEYWORD entry); without it the month before
      * today.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-LEDGER-FILE ASSIGN TO DSN-POINTS-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POINTS-LEDGER.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT LIAB-SORT-FILE ASSIGN TO "PTLSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-LEDGER-FILE.
           COPY "PTLEDREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       SD  LIAB-SORT-FILE.
       01  LIAB-SORT-RECORD.
           05  LS-CUST-NO           PIC X(8).
           05  LS-TRAN-DATE         PIC 9(8).
           05  LS-TRAN-TYPE         PIC X.
           05  LS-STORE-CODE        PIC X(4).
           05  LS-RECEIPT-NO        PIC X(8).
           05  LS-LINE-NO           PIC 9(3).
           05  LS-ITEM-CODE         PIC X(8).
           05  LS-POINTS            PIC S9(9) SIGN IS LEADING
                                     SEPARATE.
           05  LS-VALUE             PIC S9(9)V99 SIGN IS LEADING
                                     SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-POINTS-LEDGER     PIC X(2).
           05  FS-CUSTOMER          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-POINTS-LEDGER PIC X(36)
              VALUE "data/master_update/POINTS_LEDGER.DAT".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/POINTS_LIAB.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/POINTS_LIAB.PARM".
       01  WS-LOYALTY-PARM-DSN      PIC X(80)
               VALUE "data/master_update/LOYALTY.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-POINT-VALUE           PIC 9(3)V9(4) VALUE 0.01.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-LIAB-MONTH            PIC 9(6).
       01  WS-LIAB-MONTH-X REDEFINES WS-LIAB-MONTH.
           05  WS-LIAB-YEAR         PIC 9(4).
           05  WS-LIAB-MM           PIC 9(2).
       01  WS-MONTH-END             PIC 9(8).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "LOYALTY POINTS OUTSTANDING LIABILITY".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "CUSTOMER NAME                               POINTS    LI
      -        "ABILITY STATUS".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-CUST-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-CUST-EOF          VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

       01  WS-CUST-POINTS           PIC S9(9).
       01  WS-CUST-LIABILITY        PIC S9(9)V99.

       01  WS-REPORT-TOTALS.
           05  WS-TOT-POINTS        PIC S9(11) VALUE 0.
           05  WS-TOT-LIABILITY     PIC S9(11)V99 VALUE 0.
       01  WS-HOLDER-COUNT          PIC 9(7) VALUE 0.
       01  WS-OVERDRAWN-COUNT       PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNT          PIC 9(7) VALUE 0.

       01  LIAB-DETAIL-LINE.
           05  LDL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CUST-NAME        PIC X(25).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  LDL-POINTS           PIC -(9)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-LIABILITY        PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-STATUS           PIC X(10).

       01  LIAB-TOTAL-LINE.
           05  FILLER               PIC X(34)
               VALUE "TOTAL OUTSTANDING AT POINT VALUE ".
           05  LTL-POINT-VALUE      PIC ZZ9.9999.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-POINTS           PIC -(10)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-LIABILITY        PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-LIAB-MONTH.
           IF WS-LIAB-MM = 1
               SUBTRACT 1 FROM WS-LIAB-YEAR
               MOVE 12 TO WS-LIAB-MM
           ELSE
               SUBTRACT 1 FROM WS-LIAB-MM
           END-IF.
           MOVE "LIAB-MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-LIAB-MONTH
           END-IF.
           COMPUTE WS-MONTH-END = WS-LIAB-MONTH * 100 + 31.
           MOVE "POINT-VALUE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-LOYALTY-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-POINT-VALUE = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: " FS-CUSTOMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

      * No ledger yet means no points have ever been issued -- a
      * nil liability, not a failure.
           OPEN INPUT POINTS-LEDGER-FILE.
           IF FS-POINTS-LEDGER = "00"
               CLOSE POINTS-LEDGER-FILE
               SORT LIAB-SORT-FILE
                   ON ASCENDING KEY LS-CUST-NO LS-TRAN-DATE
                   USING POINTS-LEDGER-FILE
                   OUTPUT PROCEDURE IS PRINT-LIABILITY
           ELSE
               DISPLAY "POINTS-LIAB: NO POINTS LEDGER ON FILE, NIL "
                       "LIABILITY."
           END-IF.

           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINT-VALUE TO LTL-POINT-VALUE.
           MOVE WS-TOT-POINTS TO LTL-POINTS.
           MOVE WS-TOT-LIABILITY TO LTL-LIABILITY.
           MOVE LIAB-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "POINTS-LIAB TOTALS -- MONTH: " WS-LIAB-MONTH
                   " HOLDERS: " WS-HOLDER-COUNT
                   " POINTS: " WS-TOT-POINTS
                   " LIABILITY: " WS-TOT-LIABILITY
                   " OVERDRAWN: " WS-OVERDRAWN-COUNT
                   " LEDGER LINES FOR UNKNOWN CUSTOMERS: "
                   WS-ORPHAN-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "CUSTOMERS HOLDING POINTS AT " WS-MONTH-END(1:6)
                  ": " WS-HOLDER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           CLOSE CUSTOMER-FILE.
           IF WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Match-merge of the sorted ledger against the customer
      * master, both in customer order. Ledger lines for a customer
      * no longer on the master are counted and passed over.
       PRINT-LIABILITY.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM RETURN-NEXT-ENTRY.
           PERFORM UNTIL IS-CUST-EOF
               PERFORM VALUE-ONE-CUSTOMER THRU END-VALUE-ONE-CUSTOMER
               PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.
           PERFORM UNTIL IS-SORT-EOF
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET IS-CUST-EOF TO TRUE
           END-READ.

       RETURN-NEXT-ENTRY.
           RETURN LIAB-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       VALUE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-POINTS.
           PERFORM UNTIL IS-SORT-EOF OR LS-CUST-NO >= CU-CUST-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
           PERFORM UNTIL IS-SORT-EOF OR LS-CUST-NO NOT = CU-CUST-NO
               IF LS-TRAN-DATE <= WS-MONTH-END
                   ADD LS-POINTS TO WS-CUST-POINTS
               END-IF
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
           IF WS-CUST-POINTS < 0
               ADD 1 TO WS-OVERDRAWN-COUNT
           END-IF.
           IF WS-CUST-POINTS NOT > 0
               GO TO END-VALUE-ONE-CUSTOMER
           END-IF.
           COMPUTE WS-CUST-LIABILITY ROUNDED =
                   WS-CUST-POINTS * WS-POINT-VALUE.
           ADD 1 TO WS-HOLDER-COUNT.
           ADD WS-CUST-POINTS TO WS-TOT-POINTS.
           ADD WS-CUST-LIABILITY TO WS-TOT-LIABILITY.
           MOVE SPACES TO LIAB-DETAIL-LINE.
           MOVE CU-CUST-NO TO LDL-CUST-NO.
           MOVE CU-CUST-NAME TO LDL-CUST-NAME.
           MOVE WS-CUST-POINTS TO LDL-POINTS.
           MOVE WS-CUST-LIABILITY TO LDL-LIABILITY.
           IF CU-IS-INACTIVE
               MOVE "CLOSED" TO LDL-STATUS
           END-IF.
           MOVE LIAB-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
       END-VALUE-ONE-CUSTOMER.
           CONTINUE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM POINTS-LIAB.
