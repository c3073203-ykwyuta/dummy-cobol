       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGED-DEBT.
       AUTHOR. Jules.
      *
      * Aged-debt report for the credit controller. Every account
      * with a balance on the customer master is listed with that
      * balance split into current (up to 30 days), 31-60, 61-90 and
      * over-90-day buckets, and flagged when it stands over its
      * credit limit. Payments are taken to clear the oldest debt
      * first, so what is still owed is the newest charges: the
      * account's AR_LEDGER.DAT lines are sorted newest first and
      * the balance is laid against its charges until it is used
      * up, each piece aged from the date of the charge it sits on.
      * Any balance left over once the charges run out (an account
      * opened with a balance brought in from the paper ledger) is
      * oldest of all and goes over 90; a credit balance is shown
      * as current. Totals per bucket close the report.
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
           SELECT AGED-SORT-FILE ASSIGN TO "AGEDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
           COPY "ARLEDREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       SD  AGED-SORT-FILE.
       01  AGED-SORT-RECORD.
           05  AS-CUST-NO           PIC X(8).
           05  AS-TRAN-DATE         PIC 9(8).
           05  AS-TRAN-TYPE         PIC X.
           05  AS-STORE-CODE        PIC X(4).
           05  AS-RECEIPT-NO        PIC X(8).
           05  AS-LINE-NO           PIC 9(3).
           05  AS-REFERENCE         PIC X(10).
           05  AS-AMOUNT            PIC S9(9)V99 SIGN IS LEADING
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
              VALUE "data/master_update/AR_AGED_DEBT.LST".

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "AGED DEBT BY TRADE ACCOUNT".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "ACCOUNT  NAME                      BALANCE      CURRENT 
      -        "  31-60 DAYS   61-90 DAYS      OVER 90".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-CUST-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-CUST-EOF          VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.
       01  WS-LEDGER-FLAG           PIC X VALUE 'N'.
           88  LEDGER-ON-FILE       VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC 9(8).
       01  WS-AGE-DAYS              PIC S9(5).
       01  WS-REMAINING             PIC S9(9)V99.
       01  WS-PIECE                 PIC S9(9)V99.

       01  WS-ACCOUNT-BUCKETS.
           05  WS-AB-CURRENT        PIC S9(9)V99.
           05  WS-AB-31-60          PIC S9(9)V99.
           05  WS-AB-61-90          PIC S9(9)V99.
           05  WS-AB-OVER-90        PIC S9(9)V99.

       01  WS-REPORT-TOTALS.
           05  WS-TOT-BALANCE       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CURRENT       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-31-60         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-61-90         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OVER-90       PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNT-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVER-LIMIT-COUNT      PIC 9(7) VALUE 0.

       01  AGED-DETAIL-LINE.
           05  ADL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-CUST-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-BALANCE          PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-CURRENT          PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-31-60            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-61-90            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-OVER-90          PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ADL-FLAG             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

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

      * Without a ledger every balance is unexplained by any charge
      * and ages as brought forward -- over 90.
           OPEN INPUT AR-LEDGER-FILE.
           IF FS-AR-LEDGER = "00"
               CLOSE AR-LEDGER-FILE
               SET LEDGER-ON-FILE TO TRUE
               SORT AGED-SORT-FILE
                   ON ASCENDING KEY AS-CUST-NO
                   ON DESCENDING KEY AS-TRAN-DATE
                   USING AR-LEDGER-FILE
                   OUTPUT PROCEDURE IS AGE-ACCOUNTS
           ELSE
               SET IS-SORT-EOF TO TRUE
               PERFORM AGE-ACCOUNTS
           END-IF.

           MOVE SPACES TO AGED-DETAIL-LINE.
           MOVE "TOTALS" TO ADL-CUST-NAME.
           MOVE WS-TOT-BALANCE TO ADL-BALANCE.
           MOVE WS-TOT-CURRENT TO ADL-CURRENT.
           MOVE WS-TOT-31-60 TO ADL-31-60.
           MOVE WS-TOT-61-90 TO ADL-61-90.
           MOVE WS-TOT-OVER-90 TO ADL-OVER-90.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE AGED-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "AR-AGED-DEBT TOTALS -- ACCOUNTS: "
                   WS-ACCOUNT-COUNT
                   " OVER LIMIT: " WS-OVER-LIMIT-COUNT
                   " OWED: " WS-TOT-BALANCE
                   " OVER 90: " WS-TOT-OVER-90.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "ACCOUNTS WITH A BALANCE: " WS-ACCOUNT-COUNT
                  "  OVER CREDIT LIMIT: " WS-OVER-LIMIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

      * Match-merge of the sorted ledger against the customer
      * master, both in account order.
       AGE-ACCOUNTS.
           IF LEDGER-ON-FILE
               PERFORM RETURN-NEXT-ENTRY
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM UNTIL IS-CUST-EOF
               PERFORM AGE-ONE-ACCOUNT THRU END-AGE-ONE-ACCOUNT
               PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET IS-CUST-EOF TO TRUE
           END-READ.

       RETURN-NEXT-ENTRY.
           RETURN AGED-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       AGE-ONE-ACCOUNT.
           INITIALIZE WS-ACCOUNT-BUCKETS.
           MOVE CU-BALANCE TO WS-REMAINING.
           PERFORM UNTIL IS-SORT-EOF OR AS-CUST-NO >= CU-CUST-NO
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
      * Newest first: each charge soaks up as much of what is still
      * unexplained as it can.
           PERFORM UNTIL IS-SORT-EOF OR AS-CUST-NO NOT = CU-CUST-NO
               IF WS-REMAINING > 0 AND AS-AMOUNT > 0
                   PERFORM AGE-ONE-CHARGE
               END-IF
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.
           IF CU-BALANCE = 0
               GO TO END-AGE-ONE-ACCOUNT
           END-IF.
           IF WS-REMAINING > 0
               ADD WS-REMAINING TO WS-AB-OVER-90
           END-IF.
           IF CU-BALANCE < 0
               MOVE CU-BALANCE TO WS-AB-CURRENT
           END-IF.

           MOVE SPACES TO AGED-DETAIL-LINE.
           MOVE CU-CUST-NO TO ADL-CUST-NO.
           MOVE CU-CUST-NAME TO ADL-CUST-NAME.
           MOVE CU-BALANCE TO ADL-BALANCE.
           MOVE WS-AB-CURRENT TO ADL-CURRENT.
           MOVE WS-AB-31-60 TO ADL-31-60.
           MOVE WS-AB-61-90 TO ADL-61-90.
           MOVE WS-AB-OVER-90 TO ADL-OVER-90.
           IF CU-BALANCE > CU-CREDIT-LIMIT
               MOVE "OVER LIMIT" TO ADL-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.
           MOVE AGED-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD CU-BALANCE TO WS-TOT-BALANCE.
           ADD WS-AB-CURRENT TO WS-TOT-CURRENT.
           ADD WS-AB-31-60 TO WS-TOT-31-60.
           ADD WS-AB-61-90 TO WS-TOT-61-90.
           ADD WS-AB-OVER-90 TO WS-TOT-OVER-90.
       END-AGE-ONE-ACCOUNT.
           CONTINUE.

       AGE-ONE-CHARGE.
           IF AS-AMOUNT > WS-REMAINING
               MOVE WS-REMAINING TO WS-PIECE
           ELSE
               MOVE AS-AMOUNT TO WS-PIECE
           END-IF.
           SUBTRACT WS-PIECE FROM WS-REMAINING.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(AS-TRAN-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-PIECE TO WS-AB-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-PIECE TO WS-AB-31-60
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-PIECE TO WS-AB-61-90
               WHEN OTHER
                   ADD WS-PIECE TO WS-AB-OVER-90
           END-EVALUATE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM AR-AGED-DEBT.
