      * and tax amount were carried separately can be totaled --
      * older records (recognizable by a zero net value on a non-zero
      * gross) are counted and reported as unsummarizable rather than
      * silently folded in at the wrong value. Sales that went
      * tax-free to exempt customers (HIST-TAX-EXEMPT 'E') stay out
      * of the rate buckets and are listed in their own section by
      * region, month and customer, with the exemption certificate
      * number from the customer master, as the filing asks for.
      * The months stay calendar months whatever period basis the
      * company closes on -- the tax authority files by them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-CUSTOMER          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/TAX_REMIT.LST".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-STORE-EOF-FLAG        PIC X VALUE 'N'.
           88  IS-STORE-EOF         VALUE 'Y'.
       01  WS-CUST-OPEN-FLAG        PIC X VALUE 'N'.
           88  CUSTOMER-IS-OPEN     VALUE 'Y'.

      * Open/closed stores and their tax regions, loaded up front.
       01  WS-REGION-TABLE.
               10  WS-RM-NET-VALUE  PIC S9(11)V99.
               10  WS-RM-TAX-AMOUNT PIC S9(11)V99.

      * Exempt net sales per region, month and customer.
       01  WS-EXEMPT-TABLE.
           05  WS-EXEMPT-COUNT      PIC 9(4) VALUE 0.
           05  WS-EXEMPT-ENTRIES OCCURS 300 TIMES
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-REGION     PIC X(4).
               10  WS-EX-MONTH      PIC 9(6).
               10  WS-EX-CUST-NO    PIC X(8).
               10  WS-EX-NET-VALUE  PIC S9(11)V99.

       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-FLAG            PIC X VALUE 'N'.
           88  ENTRY-FOUND          VALUE 'Y'.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-SUMMED-COUNT      PIC 9(7) VALUE 0.
           05  WS-OLD-LAYOUT-COUNT  PIC 9(7) VALUE 0.
           05  WS-EXEMPT-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-TOTAL-TAX             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EXEMPT          PIC S9(11)V99 VALUE 0.

       01  REMIT-LINE.
           05  FILLER               PIC X(8) VALUE "REGION: ".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TL-TOTAL-TAX         PIC -(9)9.99.

       01  EXEMPT-HEAD-LINE         PIC X(40)
               VALUE "TAX-EXEMPT SALES BY REGION AND CUSTOMER".

       01  EXEMPT-LINE.
           05  FILLER               PIC X(8) VALUE "REGION: ".
           05  XL-REGION            PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(7) VALUE "MONTH: ".
           05  XL-MONTH             PIC 9(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE "CUSTOMER: ".
           05  XL-CUST-NO           PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "CERT: ".
           05  XL-CERT-NO           PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(11) VALUE "NET SALES: ".
           05  XL-NET-VALUE         PIC -(9)9.99.

       01  EXEMPT-TOTAL-LINE.
           05  FILLER               PIC X(20)
               VALUE "TOTAL EXEMPT SALES: ".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ETL-TOTAL-EXEMPT     PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-REGION-TABLE THRU END-LOAD-REGIONS.
           MOVE WS-TOTAL-TAX TO TL-TOTAL-TAX.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

           IF WS-EXEMPT-COUNT > 0
               OPEN INPUT CUSTOMER-FILE
               IF FS-CUSTOMER = "00"
                   SET CUSTOMER-IS-OPEN TO TRUE
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM EXEMPT-HEAD-LINE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-EXEMPT-COUNT
                   PERFORM WRITE-EXEMPT-LINE
               END-PERFORM
               MOVE WS-TOTAL-EXEMPT TO ETL-TOTAL-EXEMPT
               WRITE REPORT-RECORD FROM EXEMPT-TOTAL-LINE
               IF CUSTOMER-IS-OPEN
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF.

           DISPLAY "TAX-REMIT TOTALS -- READ: " WS-READ-COUNT
                   " SUMMED: " WS-SUMMED-COUNT
                   " PRE-SPLIT LAYOUT SKIPPED: " WS-OLD-LAYOUT-COUNT
                   " TOTAL TAX: " WS-TOTAL-TAX
                   " EXEMPT LINES: " WS-EXEMPT-READ-COUNT.

       END-PROGRAM.
           CLOSE HISTORY-FILE REPORT-FILE.

           PERFORM FIND-STORE-REGION.
           MOVE HIST-TRAN-DATE(1:6) TO WS-TRAN-MONTH.
           IF HIST-TAX-EXEMPT = 'E'
               PERFORM ACCUMULATE-EXEMPT THRU END-ACCUMULATE-EXEMPT
               GO TO END-ACCUMULATE-TAX
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-REMIT-COUNT
       END-ACCUMULATE-TAX.
           CONTINUE.

      * Exempt lines carry no tax to remit; their net value nets
      * by region, month and customer the same way.
       ACCUMULATE-EXEMPT.
           ADD 1 TO WS-EXEMPT-READ-COUNT.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-EXEMPT-COUNT
               IF WS-EX-REGION(WS-SEARCH-IDX) = WS-THIS-REGION
                       AND WS-EX-MONTH(WS-SEARCH-IDX) = WS-TRAN-MONTH
                       AND WS-EX-CUST-NO(WS-SEARCH-IDX) = HIST-CUST-NO
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               IF WS-EXEMPT-COUNT >= 300
                   DISPLAY "TAX-REMIT WARNING: EXEMPT TABLE FULL, "
                           "RECORD SKIPPED."
                   GO TO END-ACCUMULATE-EXEMPT
               END-IF
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE WS-EXEMPT-COUNT TO WS-SEARCH-IDX
               MOVE WS-THIS-REGION TO WS-EX-REGION(WS-SEARCH-IDX)
               MOVE WS-TRAN-MONTH TO WS-EX-MONTH(WS-SEARCH-IDX)
               MOVE HIST-CUST-NO TO WS-EX-CUST-NO(WS-SEARCH-IDX)
               MOVE 0 TO WS-EX-NET-VALUE(WS-SEARCH-IDX)
           END-IF.

           IF HIST-TRAN-TYPE = 'R' OR HIST-TRAN-TYPE = 'V'
               SUBTRACT HIST-NET-VALUE FROM
                       WS-EX-NET-VALUE(WS-SEARCH-IDX)
           ELSE
               ADD HIST-NET-VALUE TO WS-EX-NET-VALUE(WS-SEARCH-IDX)
           END-IF.
           ADD 1 TO WS-SUMMED-COUNT.
       END-ACCUMULATE-EXEMPT.
           CONTINUE.

       WRITE-REMIT-LINE.
           IF WS-RM-REGION(WS-SEARCH-IDX) = SPACES
               MOVE "UNASSIGNED" TO RL-REGION
           WRITE REPORT-RECORD FROM REMIT-LINE.
           ADD WS-RM-TAX-AMOUNT(WS-SEARCH-IDX) TO WS-TOTAL-TAX.

      * The certificate shown is the one on the customer master now.
       WRITE-EXEMPT-LINE.
           IF WS-EX-REGION(WS-SEARCH-IDX) = SPACES
               MOVE "UNASSIGNED" TO XL-REGION
           ELSE
               MOVE WS-EX-REGION(WS-SEARCH-IDX) TO XL-REGION
           END-IF.
           MOVE WS-EX-MONTH(WS-SEARCH-IDX) TO XL-MONTH.
           MOVE WS-EX-CUST-NO(WS-SEARCH-IDX) TO XL-CUST-NO.
           MOVE SPACES TO XL-CERT-NO.
           IF CUSTOMER-IS-OPEN
               MOVE WS-EX-CUST-NO(WS-SEARCH-IDX) TO CU-CUST-NO
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CU-EXEMPT-CERT-NO TO XL-CERT-NO
               END-READ
           END-IF.
           MOVE WS-EX-NET-VALUE(WS-SEARCH-IDX) TO XL-NET-VALUE.
           WRITE REPORT-RECORD FROM EXEMPT-LINE.
           ADD WS-EX-NET-VALUE(WS-SEARCH-IDX) TO WS-TOTAL-EXEMPT.

       END PROGRAM TAX-REMIT.
