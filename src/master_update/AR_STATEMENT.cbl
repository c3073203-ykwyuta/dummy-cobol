       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENT.
       AUTHOR. Jules.
      *
      * Month-end statements for the trade accounts. For every
      * active customer with anything to report, one page (through
      * RPT_WRITER's new-page action) showing the balance brought
      * forward at the start of the month, each on-account charge,
      * return and void by store and receipt number, each payment
      * by the customer's own reference, and the closing balance.
      * Everything comes from AR_LEDGER.DAT, sorted into account and
      * date order and matched against the customer master read in
      * key order -- the opening balance is simply every ledger line
      * dated before the month. The month is STMT-MONTH=YYYYMM on
      * AR_STATEMENT.PARM (through the shared PARM_KEYWORD entry);
      * without it the statements are for the month before today,
      * which is the month just closed when the run follows
      * month-end.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO DSN-AR-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AR-LEDGER.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT STMT-SORT-FILE ASSIGN TO "STMTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY "ARLEDREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       SD  STMT-SORT-FILE.
       01  STMT-SORT-RECORD.
           05  SS-CUST-NO           PIC X(8).
           05  SS-TRAN-DATE         PIC 9(8).
           05  SS-TRAN-TYPE         PIC X.
           05  SS-STORE-CODE        PIC X(4).
           05  SS-RECEIPT-NO        PIC X(8).
           05  SS-LINE-NO           PIC 9(3).
           05  SS-REFERENCE         PIC X(10).
           05  SS-AMOUNT            PIC S9(9)V99 SIGN IS LEADING
                                     SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-AR-LEDGER         PIC X(2).
           05  FS-CUSTOMER          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-AR-LEDGER     PIC X(32)
              VALUE "data/master_update/AR_LEDGER.DAT".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/AR_STATEMENT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/AR_STATEMENT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-STMT-MONTH            PIC 9(6).
       01  WS-STMT-MONTH-X REDEFINES WS-STMT-MONTH.
           05  WS-STMT-YEAR         PIC 9(4).
           05  WS-STMT-MM           PIC 9(2).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-END             PIC 9(8).

      * The documents are produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "STATEMENTS OF ACCOUNT".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "DATE     DETAIL  STORE  RECEIPT LINE  REFERENCE         
      -        " AMOUNT".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-CUST-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-CUST-EOF          VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.
       01  WS-STARTED-FLAG          PIC X.
           88  STATEMENT-STARTED    VALUE 'Y'.

       01  WS-OPENING-BALANCE       PIC S9(9)V99.
       01  WS-CLOSING-BALANCE       PIC S9(9)V99.
       01  WS-MONTH-LINES           PIC 9(5).
       01  WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT          PIC 9(7) VALUE 0.

       01  STMT-TITLE-LINE.
           05  FILLER               PIC X(22)
               VALUE "STATEMENT OF ACCOUNT  ".
           05  STL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  STL-CUST-NAME        PIC X(25).
           05  FILLER               PIC X(10) VALUE "  PERIOD: ".
           05  STL-MONTH            PIC 9(6).

       01  STMT-CONTACT-LINE.
           05  FILLER               PIC X(9) VALUE "CONTACT: ".
           05  SCL-CONTACT          PIC X(25).
           05  FILLER               PIC X(16)
               VALUE "  CREDIT LIMIT: ".
           05  SCL-CREDIT-LIMIT     PIC Z(6)9.99.

       01  STMT-BALANCE-LINE.
           05  SBL-LABEL            PIC X(50).
           05  FILLER               PIC X(7) VALUE SPACES.
           05  SBL-AMOUNT           PIC -(9)9.99.

       01  STMT-DETAIL-LINE.
           05  SDL-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-DETAIL           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SDL-RECEIPT-NO       PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-LINE-NO          PIC ZZZ.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SDL-REFERENCE        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SDL-AMOUNT           PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH.
           IF WS-STMT-MM = 1
               SUBTRACT 1 FROM WS-STMT-YEAR
               MOVE 12 TO WS-STMT-MM
           ELSE
               SUBTRACT 1 FROM WS-STMT-MM
           END-IF.
           MOVE "STMT-MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-STMT-MONTH
           END-IF.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-STMT-MONTH * 100 + 31.

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

      * No ledger yet is a quiet month, not a failure -- the sort
      * is simply skipped and no statements go out.
           OPEN INPUT AR-LEDGER-FILE.
           IF FS-AR-LEDGER = "00"
               CLOSE AR-LEDGER-FILE
               SORT STMT-SORT-FILE
                   ON ASCENDING KEY SS-CUST-NO SS-TRAN-DATE
                                    SS-STORE-CODE SS-RECEIPT-NO
                                    SS-LINE-NO
                   USING AR-LEDGER-FILE
                   OUTPUT PROCEDURE IS PRINT-STATEMENTS
           ELSE
               DISPLAY "AR-STATEMENT: NO LEDGER ON FILE, NO "
                       "STATEMENTS PRODUCED."
           END-IF.

           DISPLAY "AR-STATEMENT TOTALS -- PERIOD: " WS-STMT-MONTH
                   " STATEMENTS: " WS-STATEMENT-COUNT
                   " LEDGER LINES FOR UNKNOWN ACCOUNTS: "
                   WS-ORPHAN-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STATEMENTS PRODUCED: " WS-STATEMENT-COUNT
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
      * master, both in account order. Ledger lines for an account
      * no longer on the master are counted and passed over.
       PRINT-STATEMENTS.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM RETURN-NEXT-ENTRY.
           PERFORM UNTIL IS-CUST-EOF
               PERFORM STATE-ONE-ACCOUNT THRU END-STATE-ONE-ACCOUNT
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
           RETURN STMT-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       STATE-ONE-ACCOUNT.
           MOVE 0 TO WS-OPENING-BALANCE.
           MOVE 0 TO WS-MONTH-LINES.
           MOVE 'N' TO WS-STARTED-FLAG.
           PERFORM UNTIL IS-SORT-EOF OR SS-CUST-NO >= CU-CUST-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.
           PERFORM UNTIL IS-SORT-EOF OR SS-CUST-NO NOT = CU-CUST-NO
               IF SS-TRAN-DATE < WS-MONTH-START
                   ADD SS-AMOUNT TO WS-OPENING-BALANCE
                   ADD SS-AMOUNT TO WS-CLOSING-BALANCE
               ELSE
                   IF SS-TRAN-DATE <= WS-MONTH-END
                       ADD SS-AMOUNT TO WS-CLOSING-BALANCE
                       IF CU-IS-ACTIVE
                           PERFORM PRINT-STATEMENT-LINE
                       END-IF
                   END-IF
               END-IF
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
           IF CU-IS-INACTIVE
               GO TO END-STATE-ONE-ACCOUNT
           END-IF.
           IF WS-MONTH-LINES = 0 AND WS-OPENING-BALANCE = 0
               GO TO END-STATE-ONE-ACCOUNT
           END-IF.
           IF NOT STATEMENT-STARTED
               PERFORM START-STATEMENT
           END-IF.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE "CLOSING BALANCE" TO SBL-LABEL.
           MOVE WS-CLOSING-BALANCE TO SBL-AMOUNT.
           MOVE STMT-BALANCE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
       END-STATE-ONE-ACCOUNT.
           CONTINUE.

      * The statement's heading block waits for its first line (or
      * the closing balance), by which time every line dated before
      * the month has been added into the balance brought forward.
       START-STATEMENT.
           SET STATEMENT-STARTED TO TRUE.
           IF WS-STATEMENT-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE CU-CUST-NO TO STL-CUST-NO.
           MOVE CU-CUST-NAME TO STL-CUST-NAME.
           MOVE WS-STMT-MONTH TO STL-MONTH.
           MOVE STMT-TITLE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE CU-CONTACT TO SCL-CONTACT.
           MOVE CU-CREDIT-LIMIT TO SCL-CREDIT-LIMIT.
           MOVE STMT-CONTACT-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE "BALANCE BROUGHT FORWARD" TO SBL-LABEL.
           MOVE WS-OPENING-BALANCE TO SBL-AMOUNT.
           MOVE STMT-BALANCE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

       PRINT-STATEMENT-LINE.
           IF NOT STATEMENT-STARTED
               PERFORM START-STATEMENT
           END-IF.
           ADD 1 TO WS-MONTH-LINES.
           MOVE SPACES TO STMT-DETAIL-LINE.
           MOVE SS-TRAN-DATE TO SDL-DATE.
           EVALUATE SS-TRAN-TYPE
               WHEN 'C'
                   MOVE "SALE" TO SDL-DETAIL
               WHEN 'R'
                   MOVE "RETURN" TO SDL-DETAIL
               WHEN 'V'
                   MOVE "VOID" TO SDL-DETAIL
               WHEN 'D'
                   MOVE "DEAL" TO SDL-DETAIL
               WHEN 'P'
                   MOVE "PAYMENT" TO SDL-DETAIL
               WHEN OTHER
                   MOVE SS-TRAN-TYPE TO SDL-DETAIL
           END-EVALUATE.
           MOVE SS-STORE-CODE TO SDL-STORE-CODE.
           MOVE SS-RECEIPT-NO TO SDL-RECEIPT-NO.
           IF SS-LINE-NO > 0
               MOVE SS-LINE-NO TO SDL-LINE-NO
           END-IF.
           MOVE SS-REFERENCE TO SDL-REFERENCE.
           MOVE SS-AMOUNT TO SDL-AMOUNT.
           MOVE STMT-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

       WRITE-DOC-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM AR-STATEMENT.
