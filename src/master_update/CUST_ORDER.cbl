       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ORDER.
       AUTHOR. Jules.
      *
      * Customer order processing for web and phone orders that are
      * collected in store. The order lines are kept on
      * CUST_ORDER.IDX (CORDREC.CPY) and maintained from the day's
      * order feed, CUST_ORDER_FEED.DAT, one action per record:
      *   'N' a new order line. The collecting store must be open on
      *       the store master and the item active on the item
      *       master. The whole quantity is reserved against the
      *       store's balance (SS-RESERVED-QTY on STORE_STOCK.IDX)
      *       if the store has that much free stock, otherwise none
      *       of it is and the line is short. A short line is tried
      *       again on every later run until it can be reserved.
      *   'P' picked: the reserved stock has been taken off the
      *       shelf and is waiting at the counter.
      *   'C' collected: the reservation is released and a sale
      *       line for the ordered quantity is written to
      *       ORDER_SALES.DAT, so the sale posts through SALES_PROC
      *       like any till sale. A short line on a collected order
      *       goes out cancelled.
      *   'X' cancelled: the reservation is released.
      * A zero line number on 'P', 'C' or 'X' acts on every open
      * line of the order.
      *
      * Reserved stock is still the store's stock, but INV_UPDATE
      * refuses a walk-in sale that would reach into it (the sale
      * goes to suspense), STORE_XFER will not transfer it, and
      * STORE_REPL does not count it as available. Once the feed is
      * applied every open line is swept: a line not collected by
      * its collect-by date is expired and its reservation released.
      * The collect-by date comes from the feed, or is the business
      * date plus the HOLD-DAYS keyword on CUST_ORDER.PARM (three
      * digits, e.g. HOLD-DAYS=007, through the shared PARM_KEYWORD
      * entry); no card means 7 days.
      *
      * ORDER_SALES.DAT is a complete sales feed, with a "0000"
      * header for the business date under sequence 9000 and a
      * "9999" count/hash trailer, and is written afresh on every
      * run -- name it on SALES_FEEDS.DAT and run this program once
      * per business date, before SALES_PROC. The order number goes
      * out as the receipt number so the sale can be traced back.
      *
      * CUST_ORDER.LST lists, store by store, the lines awaiting
      * collection and then the lines that are short. A rejected
      * feed record goes to CUST_ORDER_ERR.LST and the exceptions
      * file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FEED-FILE ASSIGN TO DSN-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.
           SELECT CUST-ORDER-FILE ASSIGN TO DSN-ORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS FS-ORDER.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT ORDER-SALES-FILE ASSIGN TO DSN-ORDER-SALES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDER-SALES.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.
           SELECT ORDER-SORT-FILE ASSIGN TO "CORDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FEED-FILE.
       01  ORDER-FEED-RECORD.
           05  OF-ACTION            PIC X.
               88  OF-IS-NEW        VALUE 'N'.
               88  OF-IS-PICK       VALUE 'P'.
               88  OF-IS-COLLECT    VALUE 'C'.
               88  OF-IS-CANCEL     VALUE 'X'.
           05  OF-ORDER-NO          PIC X(8).
           05  OF-LINE-NO           PIC 9(3).
           05  OF-CUST-NO           PIC X(8).
           05  OF-STORE-CODE        PIC X(4).
           05  OF-ITEM-CODE         PIC X(8).
           05  OF-QTY               PIC 9(5)V99.
           05  OF-COLLECT-BY-DATE   PIC 9(8).
           05  OF-TENDER-TYPE       PIC X.

       FD  CUST-ORDER-FILE.
           COPY "CORDREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

      * SALES_PROC's own feed layout: detail lines, and the header
      * and trailer that identify and prove the file.
       FD  ORDER-SALES-FILE.
           COPY "SALESREC.CPY".
       01  ORDER-SALES-TRAILER.
           05  OST-MARKER           PIC X(4).
           05  OST-RECORD-COUNT     PIC 9(7).
           05  OST-HASH-TOTAL       PIC 9(9)V99.
       01  ORDER-SALES-HEADER.
           05  OSH-MARKER           PIC X(4).
           05  OSH-BUSINESS-DATE    PIC 9(8).
           05  OSH-SEQUENCE-NO      PIC 9(4).
           05  OSH-OPERATOR-ID      PIC X(5).
           05  OSH-TERMINAL-NO      PIC X(3).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(48).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       SD  ORDER-SORT-FILE.
       01  ORDER-SORT-RECORD.
           05  XS-STORE-CODE        PIC X(4).
           05  XS-SECTION           PIC X.
               88  XS-AWAITING      VALUE '1'.
               88  XS-SHORT         VALUE '2'.
           05  XS-COLLECT-BY-DATE   PIC 9(8).
           05  XS-ORDER-NO          PIC X(8).
           05  XS-LINE-NO           PIC 9(3).
           05  XS-CUST-NO           PIC X(8).
           05  XS-ITEM-CODE         PIC X(8).
           05  XS-QTY               PIC 9(5)V99.
           05  XS-STATUS            PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-FEED              PIC X(2).
           05  FS-ORDER             PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-ORDER-SALES       PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-FEED          PIC X(38)
              VALUE "data/master_update/CUST_ORDER_FEED.DAT".
           05 DSN-ORDER         PIC X(33)
              VALUE "data/master_update/CUST_ORDER.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-ORDER-SALES   PIC X(34)
              VALUE "data/master_update/ORDER_SALES.DAT".
           05 DSN-ERROR         PIC X(37)
              VALUE "data/master_update/CUST_ORDER_ERR.LST".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/CUST_ORDER.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/CUST_ORDER.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "CUSTOMER ORDERS AWAITING COLLECTION AND SHORT".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE ORDER    LIN CUSTOMER ITEM     DESCRIPTION        
      -        "       QTY COLL-BY  STATUS".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-HOLD-DAYS             PIC 9(3) VALUE 7.
       01  WS-COLLECT-BY-DATE       PIC 9(8).
       01  WS-FREE-QTY              PIC S9(7)V99.

      * The sales feed written for collected orders: its identity
      * in SALES_PROC's posting register, and its trailer totals.
       01  WS-ORDER-SALES-SEQ       PIC 9(4) VALUE 9000.
       01  WS-ORDER-SALES-TERMINAL  PIC X(3) VALUE "ORD".
       01  WS-SALE-COUNT            PIC 9(7) VALUE 0.
       01  WS-SALE-HASH-TOTAL       PIC 9(9)V99 VALUE 0.

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-FEED-OPEN-FLAG        PIC X VALUE 'N'.
           88  FEED-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.
       01  WS-LAST-STORE            PIC X(4) VALUE SPACES.
       01  WS-LAST-SECTION          PIC X VALUE SPACE.
      * Lines of the order a whole-order action found, and acted on.
       01  WS-ORDER-LINES-SEEN      PIC 9(3).
       01  WS-ORDER-LINES-OPEN      PIC 9(3).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-NEW-COUNT         PIC 9(7) VALUE 0.
           05  WS-RESERVED-COUNT    PIC 9(7) VALUE 0.
           05  WS-SHORT-COUNT       PIC 9(7) VALUE 0.
           05  WS-PICKED-COUNT      PIC 9(7) VALUE 0.
           05  WS-COLLECTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-CANCELLED-COUNT   PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(7) VALUE 0.
           05  WS-STILL-SHORT-COUNT PIC 9(7) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "CUST-ORDER".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "ORDER".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       01  ORDER-DETAIL-LINE.
           05  ODL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ODL-ORDER-NO         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-LINE-NO          PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-QTY              PIC ZZZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-COLLECT-BY-DATE  PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ODL-STATUS           PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           MOVE "HOLD-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:3) IS NUMERIC
               MOVE WS-KW-VALUE(1:3) TO WS-HOLD-DAYS
           END-IF.
           COMPUTE WS-COLLECT-BY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                   + WS-HOLD-DAYS).

      * No feed is an ordinary day with no new orders: the sweep
      * and the report still run.
           OPEN INPUT ORDER-FEED-FILE.
           IF FS-FEED = "00"
               SET FEED-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "CUST-ORDER: NO ORDER FEED TODAY: " FS-FEED
           END-IF.
           PERFORM OPEN-ORDER-FILE.
           OPEN I-O STORE-STOCK-FILE.
           OPEN INPUT STORE-MASTER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN OUTPUT ORDER-SALES-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-ORDER NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER ORDER FILE: " FS-ORDER
               GO TO END-PROGRAM
           END-IF.
           IF FS-STORE-STOCK NOT = "00"
               DISPLAY "ERROR OPENING STORE-STOCK FILE: "
                       FS-STORE-STOCK
               GO TO END-PROGRAM
           END-IF.
           IF FS-STORE NOT = "00"
               DISPLAY "ERROR OPENING STORE MASTER FILE: " FS-STORE
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.

           MOVE SPACES TO ORDER-SALES-HEADER.
           MOVE "0000" TO OSH-MARKER.
           MOVE WS-PROC-DATE TO OSH-BUSINESS-DATE.
           MOVE WS-ORDER-SALES-SEQ TO OSH-SEQUENCE-NO.
           MOVE WS-ORDER-SALES-TERMINAL TO OSH-TERMINAL-NO.
           WRITE ORDER-SALES-HEADER.

           IF FEED-FILE-IS-OPEN
               PERFORM UNTIL IS-EOF
                   READ ORDER-FEED-FILE
                       AT END
                           SET IS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT ORDER-SORT-FILE
               ON ASCENDING KEY XS-STORE-CODE
               ON ASCENDING KEY XS-SECTION
               ON ASCENDING KEY XS-COLLECT-BY-DATE
               ON ASCENDING KEY XS-ORDER-NO
               ON ASCENDING KEY XS-LINE-NO
               INPUT PROCEDURE IS SWEEP-ORDERS
               OUTPUT PROCEDURE IS PRINT-ORDERS.

           MOVE SPACES TO ORDER-SALES-TRAILER.
           MOVE "9999" TO OST-MARKER.
           MOVE WS-SALE-COUNT TO OST-RECORD-COUNT.
           MOVE WS-SALE-HASH-TOTAL TO OST-HASH-TOTAL.
           WRITE ORDER-SALES-TRAILER.

           DISPLAY "CUST-ORDER TOTALS -- DATE: " WS-PROC-DATE
                   " READ: " WS-READ-COUNT
                   " NEW LINES: " WS-NEW-COUNT
                   " RESERVED: " WS-RESERVED-COUNT
                   " SHORT: " WS-SHORT-COUNT
                   " PICKED: " WS-PICKED-COUNT
                   " COLLECTED: " WS-COLLECTED-COUNT
                   " CANCELLED: " WS-CANCELLED-COUNT
                   " EXPIRED: " WS-EXPIRED-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STORES: " WS-STORE-COUNT
                  "  AWAITING COLLECTION: " WS-AWAITING-COUNT
                  "  SHORT: " WS-STILL-SHORT-COUNT
                  "  COLLECTED TODAY: " WS-COLLECTED-COUNT
                  "  EXPIRED TODAY: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           IF FEED-FILE-IS-OPEN
               CLOSE ORDER-FEED-FILE
           END-IF.
           CLOSE CUST-ORDER-FILE STORE-STOCK-FILE STORE-MASTER-FILE
                 ITEM-MASTER-FILE ORDER-SALES-FILE ERROR-FILE.
           STOP RUN.

      * The very first run has no order file to open I-O yet:
      * create it, then reopen for update.
       OPEN-ORDER-FILE.
           OPEN I-O CUST-ORDER-FILE.
           IF FS-ORDER NOT = "00"
               OPEN OUTPUT CUST-ORDER-FILE
               IF FS-ORDER = "00"
                   CLOSE CUST-ORDER-FILE
                   OPEN I-O CUST-ORDER-FILE
               END-IF
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected feed record count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the orders are
      * trusted.
       SET-CONDITION-CODE.
           IF WS-ERROR-COUNT > WS-ERROR-THRESHOLD
               DISPLAY "ALERT: ERROR COUNT EXCEEDS THRESHOLD OF "
                       WS-ERROR-THRESHOLD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESS-TRANSACTION.
           IF OF-ORDER-NO = SPACES
               MOVE "Order number is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               IF OF-LINE-NO IS NOT NUMERIC
                   MOVE "Line number is not numeric." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               ELSE
                   EVALUATE TRUE
                       WHEN OF-IS-NEW
                           PERFORM NEW-ORDER-LINE
                               THRU END-NEW-ORDER-LINE
                       WHEN OF-IS-PICK
                       WHEN OF-IS-COLLECT
                       WHEN OF-IS-CANCEL
                           PERFORM ACTION-ON-ORDER
                               THRU END-ACTION-ON-ORDER
                       WHEN OTHER
                           MOVE "Unknown order action code." TO
                                   ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

       NEW-ORDER-LINE.
           IF OF-LINE-NO = 0
               MOVE "New order line has no line number." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           IF OF-QTY IS NOT NUMERIC OR OF-QTY = 0
               MOVE "Order quantity is missing." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           IF OF-TENDER-TYPE NOT = SPACE AND OF-TENDER-TYPE NOT = 'A'
               MOVE "Tender type must be blank or A." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           IF OF-TENDER-TYPE = 'A' AND OF-CUST-NO = SPACES
               MOVE "On-account order names no customer." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           IF OF-COLLECT-BY-DATE IS NOT NUMERIC
               MOVE "Collect-by date is not a date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           MOVE OF-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE "Store is not on file." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-NEW-ORDER-LINE
           END-READ.
           IF ST-IS-CLOSED
               MOVE "Store is closed." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
           MOVE OF-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Item is not on the master." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-NEW-ORDER-LINE
           END-READ.
           IF IM-IS-INACTIVE
               MOVE "Item is inactive." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-NEW-ORDER-LINE
           END-IF.
      * Checked before anything is reserved, so a repeated line
      * cannot hold the stock twice.
           MOVE OF-ORDER-NO TO CO-ORDER-NO.
           MOVE OF-LINE-NO TO CO-LINE-NO.
           READ CUST-ORDER-FILE
               NOT INVALID KEY
                   MOVE "Order line already exists." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-NEW-ORDER-LINE
           END-READ.

           MOVE OF-ORDER-NO TO CO-ORDER-NO.
           MOVE OF-LINE-NO TO CO-LINE-NO.
           MOVE OF-CUST-NO TO CO-CUST-NO.
           MOVE OF-STORE-CODE TO CO-STORE-CODE.
           MOVE OF-ITEM-CODE TO CO-ITEM-CODE.
           MOVE OF-QTY TO CO-ORDER-QTY.
           MOVE 0 TO CO-RESERVED-QTY.
           MOVE OF-TENDER-TYPE TO CO-TENDER-TYPE.
           MOVE WS-PROC-DATE TO CO-ORDER-DATE.
           IF OF-COLLECT-BY-DATE = 0
               MOVE WS-COLLECT-BY-DATE TO CO-COLLECT-BY-DATE
           ELSE
               MOVE OF-COLLECT-BY-DATE TO CO-COLLECT-BY-DATE
           END-IF.
           MOVE 0 TO CO-CLOSED-DATE.
           PERFORM RESERVE-LINE-STOCK THRU END-RESERVE-LINE-STOCK.
           WRITE CO-RECORD
               INVALID KEY
                   MOVE "Order line write failed." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
                   IF CO-IS-RESERVED
                       ADD 1 TO WS-RESERVED-COUNT
                   ELSE
                       ADD 1 TO WS-SHORT-COUNT
                   END-IF
           END-WRITE.
       END-NEW-ORDER-LINE.
           CONTINUE.

      * All or nothing: the line is reserved whole if the store has
      * that much stock not already held for other orders, and is
      * otherwise left short with nothing held.
       RESERVE-LINE-STOCK.
           SET CO-IS-SHORT TO TRUE.
           MOVE 0 TO CO-RESERVED-QTY.
           MOVE CO-STORE-CODE TO SS-STORE-CODE.
           MOVE CO-ITEM-CODE TO SS-ITEM-CODE.
           READ STORE-STOCK-FILE
               INVALID KEY
                   GO TO END-RESERVE-LINE-STOCK
           END-READ.
           COMPUTE WS-FREE-QTY = SS-STOCK-QTY - SS-RESERVED-QTY.
           IF WS-FREE-QTY < CO-ORDER-QTY
               GO TO END-RESERVE-LINE-STOCK
           END-IF.
           ADD CO-ORDER-QTY TO SS-RESERVED-QTY.
           REWRITE SS-RECORD
               INVALID KEY
                   DISPLAY "CUST-ORDER: RESERVATION REWRITE FAILED "
                           "FOR " SS-STORE-CODE "/" SS-ITEM-CODE
                   GO TO END-RESERVE-LINE-STOCK
           END-REWRITE.
           MOVE CO-ORDER-QTY TO CO-RESERVED-QTY.
           SET CO-IS-RESERVED TO TRUE.
       END-RESERVE-LINE-STOCK.
           CONTINUE.

      * Gives back whatever the line holds on the store's balance.
       RELEASE-LINE-STOCK.
           IF CO-RESERVED-QTY > 0
               MOVE CO-STORE-CODE TO SS-STORE-CODE
               MOVE CO-ITEM-CODE TO SS-ITEM-CODE
               READ STORE-STOCK-FILE
                   NOT INVALID KEY
                       SUBTRACT CO-RESERVED-QTY FROM SS-RESERVED-QTY
                       IF SS-RESERVED-QTY < 0
                           MOVE 0 TO SS-RESERVED-QTY
                       END-IF
                       REWRITE SS-RECORD
               END-READ
           END-IF.
           MOVE 0 TO CO-RESERVED-QTY.

      * 'P', 'C' and 'X' act on the one line named, or with a zero
      * line number on every open line of the order.
       ACTION-ON-ORDER.
           IF OF-LINE-NO > 0
               MOVE OF-ORDER-NO TO CO-ORDER-NO
               MOVE OF-LINE-NO TO CO-LINE-NO
               READ CUST-ORDER-FILE
                   INVALID KEY
                       MOVE "Order line is not on file." TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-ACTION-ON-ORDER
               END-READ
               IF NOT CO-IS-OPEN
                   MOVE "Order line is already closed." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ACTION-ON-ORDER
               END-IF
               IF CO-IS-SHORT AND NOT OF-IS-CANCEL
                   MOVE "Order line is short, no stock held." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ACTION-ON-ORDER
               END-IF
               PERFORM APPLY-ACTION-TO-LINE
               GO TO END-ACTION-ON-ORDER
           END-IF.

           MOVE 0 TO WS-ORDER-LINES-SEEN.
           MOVE 0 TO WS-ORDER-LINES-OPEN.
           MOVE OF-ORDER-NO TO CO-ORDER-NO.
           MOVE 0 TO CO-LINE-NO.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START CUST-ORDER-FILE KEY >= CO-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CO-ORDER-NO NOT = OF-ORDER-NO
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-ORDER-LINES-SEEN
                           IF CO-IS-OPEN
                               ADD 1 TO WS-ORDER-LINES-OPEN
                               PERFORM APPLY-ACTION-TO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORDER-LINES-SEEN = 0
               MOVE "Order is not on file." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               IF WS-ORDER-LINES-OPEN = 0
                   MOVE "Order has no open lines." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               END-IF
           END-IF.
       END-ACTION-ON-ORDER.
           CONTINUE.

      * One open line. A pick of a short line has nothing to pick;
      * a collection cancels it, the customer having taken what
      * was there.
       APPLY-ACTION-TO-LINE.
           EVALUATE TRUE
               WHEN OF-IS-PICK
                   IF CO-IS-RESERVED
                       SET CO-IS-PICKED TO TRUE
                       REWRITE CO-RECORD
                       ADD 1 TO WS-PICKED-COUNT
                   END-IF
               WHEN OF-IS-COLLECT
                   IF CO-HOLDS-STOCK
                       PERFORM WRITE-COLLECTION-SALE
                       PERFORM RELEASE-LINE-STOCK
                       SET CO-IS-COLLECTED TO TRUE
                       ADD 1 TO WS-COLLECTED-COUNT
                   ELSE
                       SET CO-IS-CANCELLED TO TRUE
                       ADD 1 TO WS-CANCELLED-COUNT
                   END-IF
                   MOVE WS-PROC-DATE TO CO-CLOSED-DATE
                   REWRITE CO-RECORD
               WHEN OF-IS-CANCEL
                   PERFORM RELEASE-LINE-STOCK
                   SET CO-IS-CANCELLED TO TRUE
                   MOVE WS-PROC-DATE TO CO-CLOSED-DATE
                   REWRITE CO-RECORD
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.

      * The collected line as a till sale for SALES_PROC. The price
      * is left to SALES_PROC (zero till price: no variance check).
       WRITE-COLLECTION-SALE.
           MOVE SPACES TO SD-RECORD.
           MOVE CO-STORE-CODE TO SD-STORE-CODE.
           MOVE CO-ITEM-CODE TO SD-ITEM-CODE.
           MOVE CO-ORDER-QTY TO SD-QTY.
           SET SD-IS-SALE TO TRUE.
           MOVE CO-ORDER-NO TO SD-RECEIPT-NO.
           MOVE CO-LINE-NO TO SD-LINE-NO.
           MOVE CO-CUST-NO TO SD-CUST-NO.
           MOVE 0 TO SD-TILL-PRICE.
           MOVE CO-TENDER-TYPE TO SD-TENDER-TYPE.
           MOVE WS-ORDER-SALES-TERMINAL TO SD-TERMINAL-NO.
           WRITE SD-RECORD.
           ADD 1 TO WS-SALE-COUNT.
           ADD CO-ORDER-QTY TO WS-SALE-HASH-TOTAL.

      * Every open line is looked at once after the feed: one past
      * its collect-by date is expired and gives its stock back, a
      * short line is tried again, and what is still open goes on
      * its way into the sort for the report.
       SWEEP-ORDERS.
           MOVE LOW-VALUES TO CO-KEY.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START CUST-ORDER-FILE KEY >= CO-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM SWEEP-ONE-LINE THRU END-SWEEP-ONE-LINE
               END-READ
           END-PERFORM.

       SWEEP-ONE-LINE.
           IF NOT CO-IS-OPEN
               GO TO END-SWEEP-ONE-LINE
           END-IF.
           IF CO-COLLECT-BY-DATE < WS-PROC-DATE
               PERFORM RELEASE-LINE-STOCK
               SET CO-IS-EXPIRED TO TRUE
               MOVE WS-PROC-DATE TO CO-CLOSED-DATE
               REWRITE CO-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               GO TO END-SWEEP-ONE-LINE
           END-IF.
           IF CO-IS-SHORT
               PERFORM RESERVE-LINE-STOCK THRU END-RESERVE-LINE-STOCK
               IF CO-IS-RESERVED
                   REWRITE CO-RECORD
                   ADD 1 TO WS-RESERVED-COUNT
               END-IF
           END-IF.

           MOVE CO-STORE-CODE TO XS-STORE-CODE.
           IF CO-IS-SHORT
               SET XS-SHORT TO TRUE
               ADD 1 TO WS-STILL-SHORT-COUNT
           ELSE
               SET XS-AWAITING TO TRUE
               ADD 1 TO WS-AWAITING-COUNT
           END-IF.
           MOVE CO-COLLECT-BY-DATE TO XS-COLLECT-BY-DATE.
           MOVE CO-ORDER-NO TO XS-ORDER-NO.
           MOVE CO-LINE-NO TO XS-LINE-NO.
           MOVE CO-CUST-NO TO XS-CUST-NO.
           MOVE CO-ITEM-CODE TO XS-ITEM-CODE.
           MOVE CO-ORDER-QTY TO XS-QTY.
           MOVE CO-STATUS TO XS-STATUS.
           RELEASE ORDER-SORT-RECORD.
       END-SWEEP-ONE-LINE.
           CONTINUE.

      * One page per store: the lines awaiting collection, then a
      * blank line and the short lines.
       PRINT-ORDERS.
           PERFORM RETURN-NEXT-ORDER.
           PERFORM UNTIL IS-SORT-EOF
               IF XS-STORE-CODE NOT = WS-LAST-STORE
                   IF WS-STORE-COUNT > 0
                       MOVE 'P' TO WS-RPT-ACTION
                       MOVE SPACES TO WS-RPT-TEXT
                       CALL "RPT_WRITER" USING WS-RPT-ACTION,
                               DSN-REPORT, WS-RPT-TEXT
                   END-IF
                   ADD 1 TO WS-STORE-COUNT
                   MOVE XS-STORE-CODE TO WS-LAST-STORE
                   MOVE XS-SECTION TO WS-LAST-SECTION
               END-IF
               IF XS-SECTION NOT = WS-LAST-SECTION
                   MOVE 'D' TO WS-RPT-ACTION
                   MOVE SPACES TO WS-RPT-TEXT
                   CALL "RPT_WRITER" USING WS-RPT-ACTION,
                           DSN-REPORT, WS-RPT-TEXT
                   MOVE XS-SECTION TO WS-LAST-SECTION
               END-IF
               PERFORM PRINT-ONE-ORDER
               PERFORM RETURN-NEXT-ORDER
           END-PERFORM.

       RETURN-NEXT-ORDER.
           RETURN ORDER-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-ORDER.
           MOVE SPACES TO ORDER-DETAIL-LINE.
           MOVE XS-STORE-CODE TO ODL-STORE-CODE.
           MOVE XS-ORDER-NO TO ODL-ORDER-NO.
           MOVE XS-LINE-NO TO ODL-LINE-NO.
           MOVE XS-CUST-NO TO ODL-CUST-NO.
           MOVE XS-ITEM-CODE TO ODL-ITEM-CODE.
           MOVE SPACES TO ODL-ITEM-NAME.
           MOVE XS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               NOT INVALID KEY
                   MOVE IM-ITEM-NAME TO ODL-ITEM-NAME
           END-READ.
           MOVE XS-QTY TO ODL-QTY.
           MOVE XS-COLLECT-BY-DATE TO ODL-COLLECT-BY-DATE.
           EVALUATE XS-STATUS
               WHEN 'R'
                   MOVE "RESERVED, TO BE PICKED" TO ODL-STATUS
               WHEN 'P'
                   MOVE "PICKED, AT COUNTER" TO ODL-STATUS
               WHEN OTHER
                   MOVE "SHORT, NOT RESERVED" TO ODL-STATUS
           END-EVALUATE.
           MOVE ORDER-DETAIL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       WRITE-TO-ERROR.
           MOVE ORDER-FEED-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE ORDER-FEED-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM CUST-ORDER.
