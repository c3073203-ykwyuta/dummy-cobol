       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-RPT.
       AUTHOR. Jules.
      *
      * Monthly contract discount report. For one month of sales
      * history it takes every line SALES_PROC priced from a trade
      * account's contract terms (HIST-PROMO-FLAG 'C'), sorts them
      * into account order, and reports per account the lines, the
      * net value they sold for, the same units at the master's
      * regular IM-UNIT-PRICE, and the discount the contract gave
      * away -- with the discount as a percentage of the regular
      * value, and a grand total. Returns and voids count against
      * the month they were keyed in. The month is RPT-MONTH=YYYYMM
      * on CONTRACT_RPT.PARM (through the shared PARM_KEYWORD
      * entry); without it the report is for the month before today,
      * as AR_STATEMENT's statements are. The regular value is at
      * the master's price on the day the report runs; a line whose
      * item has left the master is counted at its own net value,
      * so shows no discount.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT CONTRACT-SORT-FILE ASSIGN TO "CONTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       SD  CONTRACT-SORT-FILE.
       01  CONTRACT-SORT-RECORD.
           05  CS-CUST-NO           PIC X(8).
           05  CS-NET-VALUE         PIC S9(9)V99.
           05  CS-REGULAR-VALUE     PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-CUSTOMER          PIC X(2).
           05  FS-ITEM              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/CONTRACT_RPT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/CONTRACT_RPT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RPT-MONTH             PIC 9(6).
       01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH.
           05  WS-RPT-YEAR          PIC 9(4).
           05  WS-RPT-MM            PIC 9(2).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-END             PIC 9(8).

       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "CONTRACT DISCOUNT BY ACCOUNT".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "ACCOUNT  NAME                        LINES       NET VAL
      -        "UE   REGULAR VALUE  DISCOUNT GIVEN   DISC %".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-HISTORY-EOF       VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

       01  WS-CURRENT-CUST          PIC X(8).
       01  WS-ACCT-LINES            PIC 9(7).
       01  WS-ACCT-NET              PIC S9(11)V99.
       01  WS-ACCT-REGULAR          PIC S9(11)V99.
       01  WS-DISCOUNT              PIC S9(11)V99.
       01  WS-DISCOUNT-PCT          PIC S9(3)V99.

       01  WS-CONTROL-COUNTS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-CONTRACT-LINES    PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
           05  WS-TOTAL-NET         PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-REGULAR     PIC S9(11)V99 VALUE 0.

       01  CONTRACT-DETAIL-LINE.
           05  CDL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-CUST-NAME        PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-LINES            PIC Z(6)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-NET-VALUE        PIC -(10)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-REGULAR-VALUE    PIC -(10)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-DISCOUNT         PIC -(10)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-DISCOUNT-PCT     PIC -ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH.
           IF WS-RPT-MM = 1
               SUBTRACT 1 FROM WS-RPT-YEAR
               MOVE 12 TO WS-RPT-MM
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF.
           MOVE "RPT-MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-RPT-MONTH
           END-IF.
           COMPUTE WS-MONTH-START = WS-RPT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-RPT-MONTH * 100 + 31.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: " FS-CUSTOMER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
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

      * No history yet is a quiet month, not a failure.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY = "00"
               SORT CONTRACT-SORT-FILE
                   ON ASCENDING KEY CS-CUST-NO
                   INPUT PROCEDURE IS SELECT-CONTRACT-LINES
                   OUTPUT PROCEDURE IS PRINT-ACCOUNTS
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "CONTRACT-RPT: NO HISTORY FILE ON DISK."
           END-IF.

           MOVE WS-TOTAL-NET TO WS-ACCT-NET.
           MOVE WS-TOTAL-REGULAR TO WS-ACCT-REGULAR.
           MOVE WS-CONTRACT-LINES TO WS-ACCT-LINES.
           MOVE SPACES TO CDL-CUST-NO.
           MOVE "ALL ACCOUNTS" TO CDL-CUST-NAME.
           PERFORM PRINT-ACCOUNT-LINE.

           DISPLAY "CONTRACT-RPT TOTALS -- PERIOD: " WS-RPT-MONTH
                   " HISTORY RECORDS READ: " WS-HISTORY-READ
                   " CONTRACT LINES: " WS-CONTRACT-LINES
                   " ACCOUNTS: " WS-ACCOUNT-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "ACCOUNTS REPORTED: " WS-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           CLOSE CUSTOMER-FILE ITEM-MASTER-FILE.
           STOP RUN.

      * The month's contract-priced lines, signed by direction and
      * valued both ways, go to the sort.
       SELECT-CONTRACT-LINES.
           PERFORM UNTIL IS-HISTORY-EOF
               READ HISTORY-FILE
                   AT END
                       SET IS-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF HIST-PROMO-FLAG = 'C'
                               AND HIST-CUST-NO NOT = SPACES
                               AND HIST-TRAN-DATE >= WS-MONTH-START
                               AND HIST-TRAN-DATE <= WS-MONTH-END
                           PERFORM RELEASE-CONTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-CONTRACT-LINE.
           MOVE HIST-CUST-NO TO CS-CUST-NO.
           MOVE HIST-NET-VALUE TO CS-NET-VALUE.
           MOVE HIST-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE HIST-NET-VALUE TO CS-REGULAR-VALUE
               NOT INVALID KEY
                   COMPUTE CS-REGULAR-VALUE ROUNDED =
                           HIST-QTY * IM-UNIT-PRICE
           END-READ.
           IF HIST-TRAN-TYPE = 'R' OR HIST-TRAN-TYPE = 'V'
               COMPUTE CS-NET-VALUE = 0 - CS-NET-VALUE
               COMPUTE CS-REGULAR-VALUE = 0 - CS-REGULAR-VALUE
           END-IF.
           RELEASE CONTRACT-SORT-RECORD.

       PRINT-ACCOUNTS.
           PERFORM RETURN-NEXT-LINE.
           PERFORM UNTIL IS-SORT-EOF
               MOVE CS-CUST-NO TO WS-CURRENT-CUST
               MOVE 0 TO WS-ACCT-LINES
               MOVE 0 TO WS-ACCT-NET
               MOVE 0 TO WS-ACCT-REGULAR
               PERFORM UNTIL IS-SORT-EOF
                       OR CS-CUST-NO NOT = WS-CURRENT-CUST
                   ADD 1 TO WS-ACCT-LINES
                   ADD CS-NET-VALUE TO WS-ACCT-NET
                   ADD CS-REGULAR-VALUE TO WS-ACCT-REGULAR
                   PERFORM RETURN-NEXT-LINE
               END-PERFORM
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM.

       RETURN-NEXT-LINE.
           RETURN CONTRACT-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD WS-ACCT-LINES TO WS-CONTRACT-LINES.
           ADD WS-ACCT-NET TO WS-TOTAL-NET.
           ADD WS-ACCT-REGULAR TO WS-TOTAL-REGULAR.
           MOVE WS-CURRENT-CUST TO CDL-CUST-NO.
           MOVE WS-CURRENT-CUST TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER FILE **" TO CDL-CUST-NAME
               NOT INVALID KEY
                   MOVE CU-CUST-NAME TO CDL-CUST-NAME
           END-READ.
           PERFORM PRINT-ACCOUNT-LINE.

       PRINT-ACCOUNT-LINE.
           COMPUTE WS-DISCOUNT = WS-ACCT-REGULAR - WS-ACCT-NET.
           IF WS-ACCT-REGULAR = 0
               MOVE 0 TO WS-DISCOUNT-PCT
           ELSE
               COMPUTE WS-DISCOUNT-PCT ROUNDED =
                       WS-DISCOUNT * 100 / WS-ACCT-REGULAR
           END-IF.
           MOVE WS-ACCT-LINES TO CDL-LINES.
           MOVE WS-ACCT-NET TO CDL-NET-VALUE.
           MOVE WS-ACCT-REGULAR TO CDL-REGULAR-VALUE.
           MOVE WS-DISCOUNT TO CDL-DISCOUNT.
           MOVE WS-DISCOUNT-PCT TO CDL-DISCOUNT-PCT.
           MOVE CONTRACT-DETAIL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM CONTRACT-RPT.
