       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-STMT.
       AUTHOR. Jules.
      *
      * Monthly consignment settlement statements. For every
      * supplier whose consigned stock sold in the month, one page
      * (through RPT_WRITER's new-page action) listing each item's
      * units sold, units returned by customers, the net units the
      * supplier is paid for, the agreed cost per unit and the
      * amount we owe them, with the supplier's total at the foot
      * and the total owed to all consignors in the trailer. The
      * lines come from CONSIGN_LEDGER.DAT, which INV_UPDATE writes
      * as consigned stock moves: only sales and customer returns
      * are settled -- receipts and count corrections move the
      * supplier's stock but owe nothing. Each line is valued at the
      * agreed cost in force when it moved, so a cost change part
      * way through the month is settled at both costs; the cost
      * printed is the latest. The month is MONTH=YYYYMM on
      * CONSIGN_STMT.PARM (through the shared PARM_KEYWORD entry);
      * without it the statements are for the month before today,
      * as AR_STATEMENT's are.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGN-LEDGER-FILE ASSIGN TO DSN-CONSIGN-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIGN-LEDGER.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT SETTLE-SORT-FILE ASSIGN TO "CONSSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGN-LEDGER-FILE.
           COPY "CONSLED.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       SD  SETTLE-SORT-FILE.
       01  SETTLE-SORT-RECORD.
           05  ST-SUPPLIER-CODE     PIC X(4).
           05  ST-ITEM-CODE         PIC X(8).
           05  ST-MOVE-DATE         PIC 9(8).
           05  ST-TRAN-TYPE         PIC X.
           05  ST-QTY               PIC S9(7)V99.
           05  ST-AGREED-COST       PIC 9(7)V99.
           05  ST-AMOUNT            PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CONSIGN-LEDGER    PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ITEM              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-CONSIGN-LEDGER PIC X(37)
              VALUE "data/master_update/CONSIGN_LEDGER.DAT".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/CONSIGN_STMT.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/CONSIGN_STMT.PARM".
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
               VALUE "CONSIGNMENT SETTLEMENT STATEMENTS".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "ITEM     DESCRIPTION             SOLD   RETURNED       N
      -        "ET  AGREED COST     AMOUNT OWED".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-LEDGER-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-LEDGER-EOF        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

       01  WS-CURRENT-SUPPLIER      PIC X(4).
       01  WS-CURRENT-ITEM          PIC X(8).
       01  WS-ITEM-SOLD             PIC S9(7)V99.
       01  WS-ITEM-RETURNED         PIC S9(7)V99.
       01  WS-ITEM-COST             PIC 9(7)V99.
       01  WS-ITEM-AMOUNT           PIC S9(9)V99.
       01  WS-SUPPLIER-AMOUNT       PIC S9(9)V99.
       01  WS-GRAND-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-SELECTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.

       01  STMT-TITLE-LINE.
           05  FILLER               PIC X(23)
               VALUE "CONSIGNMENT SETTLEMENT ".
           05  STL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  STL-SUPPLIER-NAME    PIC X(25).
           05  FILLER               PIC X(10) VALUE "  PERIOD: ".
           05  STL-MONTH            PIC 9(6).

       01  STMT-DETAIL-LINE.
           05  SDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-SOLD             PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-RETURNED         PIC Z(9)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-NET              PIC -(8)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-AGREED-COST      PIC Z(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SDL-AMOUNT           PIC -(11)9.99.

       01  STMT-TOTAL-LINE.
           05  STT-LABEL            PIC X(50).
           05  FILLER               PIC X(22) VALUE SPACES.
           05  STT-AMOUNT           PIC -(11)9.99.

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
           MOVE "MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-STMT-MONTH
           END-IF.
           COMPUTE WS-MONTH-START = WS-STMT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-STMT-MONTH * 100 + 31.

           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER FILE: " FS-SUPPLIER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               CLOSE SUPPLIER-FILE
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

      * No ledger yet means nothing has been consigned or sold --
      * the sort is simply skipped and no statements go out.
           OPEN INPUT CONSIGN-LEDGER-FILE.
           IF FS-CONSIGN-LEDGER = "00"
               SORT SETTLE-SORT-FILE
                   ON ASCENDING KEY ST-SUPPLIER-CODE ST-ITEM-CODE
                                    ST-MOVE-DATE
                   INPUT PROCEDURE IS SELECT-SETTLEMENT-LINES
                   OUTPUT PROCEDURE IS PRINT-STATEMENTS
               CLOSE CONSIGN-LEDGER-FILE
           ELSE
               DISPLAY "CONSIGN-STMT: NO CONSIGNMENT LEDGER ON FILE, "
                       "NO STATEMENTS PRODUCED."
           END-IF.

           DISPLAY "CONSIGN-STMT TOTALS -- PERIOD: " WS-STMT-MONTH
                   " LINES SETTLED: " WS-SELECTED-COUNT
                   " STATEMENTS: " WS-STATEMENT-COUNT
                   " OWED: " WS-GRAND-AMOUNT.

           MOVE WS-GRAND-AMOUNT TO STT-AMOUNT.
           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STATEMENTS PRODUCED: " WS-STATEMENT-COUNT
                  "  TOTAL OWED TO CONSIGNORS: " STT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           CLOSE SUPPLIER-FILE ITEM-MASTER-FILE.
           STOP RUN.

      * Sales and customer returns dated in the month are released
      * to the sort with their value at the agreed cost -- a sale
      * leaves the supplier's stock (negative quantity) and is owed
      * for, a return comes back and is owed for no longer.
       SELECT-SETTLEMENT-LINES.
           PERFORM UNTIL IS-LEDGER-EOF
               READ CONSIGN-LEDGER-FILE
                   AT END
                       SET IS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF (CG-IS-SALE OR CG-IS-RETURN)
                               AND CG-MOVE-DATE >= WS-MONTH-START
                               AND CG-MOVE-DATE <= WS-MONTH-END
                           PERFORM RELEASE-SETTLEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-SETTLEMENT-LINE.
           MOVE CG-SUPPLIER-CODE TO ST-SUPPLIER-CODE.
           MOVE CG-ITEM-CODE TO ST-ITEM-CODE.
           MOVE CG-MOVE-DATE TO ST-MOVE-DATE.
           MOVE CG-TRAN-TYPE TO ST-TRAN-TYPE.
           MOVE CG-QTY TO ST-QTY.
           MOVE CG-AGREED-COST TO ST-AGREED-COST.
           COMPUTE ST-AMOUNT = 0 - (CG-QTY * CG-AGREED-COST).
           RELEASE SETTLE-SORT-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.

      * One statement per supplier, one line per item, in the sort's
      * supplier and item order.
       PRINT-STATEMENTS.
           PERFORM RETURN-NEXT-LINE.
           PERFORM UNTIL IS-SORT-EOF
               PERFORM STATE-ONE-SUPPLIER
           END-PERFORM.

       RETURN-NEXT-LINE.
           RETURN SETTLE-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       STATE-ONE-SUPPLIER.
           MOVE ST-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
           MOVE 0 TO WS-SUPPLIER-AMOUNT.
           PERFORM START-STATEMENT.
           PERFORM UNTIL IS-SORT-EOF
                   OR ST-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               PERFORM STATE-ONE-ITEM
           END-PERFORM.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE "TOTAL DUE TO SUPPLIER" TO STT-LABEL.
           MOVE WS-SUPPLIER-AMOUNT TO STT-AMOUNT.
           MOVE STMT-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           ADD WS-SUPPLIER-AMOUNT TO WS-GRAND-AMOUNT.

      * A supplier since taken off the supplier file is still paid;
      * the statement just carries no name.
       START-STATEMENT.
           IF WS-STATEMENT-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-CURRENT-SUPPLIER TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "** NOT ON SUPPLIER FILE **" TO
                           SU-SUPPLIER-NAME
           END-READ.
           MOVE WS-CURRENT-SUPPLIER TO STL-SUPPLIER-CODE.
           MOVE SU-SUPPLIER-NAME TO STL-SUPPLIER-NAME.
           MOVE WS-STMT-MONTH TO STL-MONTH.
           MOVE STMT-TITLE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

       STATE-ONE-ITEM.
           MOVE ST-ITEM-CODE TO WS-CURRENT-ITEM.
           MOVE 0 TO WS-ITEM-SOLD.
           MOVE 0 TO WS-ITEM-RETURNED.
           MOVE 0 TO WS-ITEM-AMOUNT.
           PERFORM UNTIL IS-SORT-EOF
                   OR ST-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
                   OR ST-ITEM-CODE NOT = WS-CURRENT-ITEM
               IF ST-TRAN-TYPE = 'S'
                   SUBTRACT ST-QTY FROM WS-ITEM-SOLD
               ELSE
                   ADD ST-QTY TO WS-ITEM-RETURNED
               END-IF
               MOVE ST-AGREED-COST TO WS-ITEM-COST
               ADD ST-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM RETURN-NEXT-LINE
           END-PERFORM.
           MOVE SPACES TO STMT-DETAIL-LINE.
           MOVE WS-CURRENT-ITEM TO SDL-ITEM-CODE IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO IM-ITEM-NAME
           END-READ.
           MOVE IM-ITEM-NAME TO SDL-ITEM-NAME.
           MOVE WS-ITEM-SOLD TO SDL-SOLD.
           MOVE WS-ITEM-RETURNED TO SDL-RETURNED.
           COMPUTE SDL-NET = WS-ITEM-SOLD - WS-ITEM-RETURNED.
           MOVE WS-ITEM-COST TO SDL-AGREED-COST.
           MOVE WS-ITEM-AMOUNT TO SDL-AMOUNT.
           MOVE STMT-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           ADD WS-ITEM-AMOUNT TO WS-SUPPLIER-AMOUNT.

       WRITE-DOC-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM CONSIGN-STMT.
