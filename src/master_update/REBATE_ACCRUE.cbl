       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-ACCRUE.
       AUTHOR. Jules.
      *
      * Monthly supplier rebate accrual and claim run. Every open
      * agreement on REBATE_AGREE.IDX (RBTREC.CPY, kept by
      * REBATE_MAINT) whose period has started is measured from
      * the start of its period to the end of the month, or to the
      * end of the period if that comes first: a purchases
      * agreement against the goods GOODS_RECEIPT booked on
      * RECEIVED_GOODS.DAT (quantity at the delivered cost), the
      * supplier being the one on the purchase order the delivery
      * filled or, for a delivery booked without one, the item's
      * supplier on the master; a units-sold agreement against the
      * sales history, returns and voids netted off, for the items
      * the supplier supplies. The agreement's tiers turn the volume
      * into the rebate earned to date, and the difference from what
      * was accrued before is this month's accrual -- appended to
      * REBATE_ACCRUAL.DAT for finance and listed on the accrual
      * register. An agreement whose period ended by the month end
      * is claimed: the earned amount becomes the claim, and every
      * supplier with a claim raised this month gets a claim
      * statement page on REBATE_CLAIM.LST to send them. An
      * agreement that ended having earned nothing is simply closed
      * as settled. The month is MONTH=YYYYMM on REBATE_ACCRUE.PARM
      * (through the shared PARM_KEYWORD entry); without it the run
      * is for the month before the business date, which is the
      * month just closed when the run follows month-end. A rerun
      * of the same month measures again and accrues only any
      * difference. CLAIM_MATCH ages the claims until REBATE_MAINT
      * records them paid.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO DSN-REBATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS FS-REBATE.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT ACCRUAL-FILE ASSIGN TO DSN-ACCRUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE.
           COPY "RBTREC.CPY".

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

      * One line per agreement per run: what it has earned to date
      * and the month's movement in the accrual, which can go down
      * when returns come back on a units-sold agreement.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  RA-ACCRUAL-MONTH     PIC 9(6).
           05  RA-SUPPLIER-CODE     PIC X(4).
           05  RA-AGREEMENT-NO      PIC X(4).
           05  RA-MEASURED-VOLUME   PIC 9(11)V99.
           05  RA-EARNED-AMOUNT     PIC 9(9)V99.
           05  RA-ACCRUAL-AMOUNT    PIC S9(9)V99 SIGN IS LEADING
                                     SEPARATE.
           05  RA-CLAIM-FLAG        PIC X.
           05  RA-RUN-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-REBATE            PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-HISTORY           PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ACCRUAL           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-REBATE        PIC X(35)
              VALUE "data/master_update/REBATE_AGREE.IDX".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ACCRUAL       PIC X(37)
              VALUE "data/master_update/REBATE_ACCRUAL.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/REBATE_ACCRUE.LST".
           05 DSN-CLAIM-REPORT  PIC X(80)
              VALUE "data/master_update/REBATE_CLAIM.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/REBATE_ACCRUE.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-ACCRUAL-MONTH         PIC 9(6).
       01  WS-ACCRUAL-MONTH-X REDEFINES WS-ACCRUAL-MONTH.
           05  WS-ACCRUAL-YEAR      PIC 9(4).
           05  WS-ACCRUAL-MM        PIC 9(2).
       01  WS-MONTH-END             PIC 9(8).

      * The documents are produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "SUPPLIER REBATE ACCRUAL REGISTER".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "SUPP AGMT B PERIOD END          VOLUME       RATE EARNED
      -        " TO DATE ACCRUED BEFORE     THIS MONTH NOTE".
       01  WS-CLAIM-TITLE           PIC X(132)
               VALUE "SUPPLIER REBATE CLAIM STATEMENTS".
       01  WS-CLAIM-HEADING         PIC X(132) VALUE
               "AGMT BASIS      FROM     TO                VOLUME       
      -        "RATE  AMOUNT CLAIMED".
       01  WS-RPT-TRAILER           PIC X(132).

      * The agreements being measured, loaded in key order (so by
      * supplier) and carried through both source files.
       01  WS-AGREEMENT-TABLE.
           05  WS-AG-COUNT          PIC 9(4) VALUE 0.
           05  WS-AG-ENTRIES OCCURS 500 TIMES.
               10  WS-AG-SUPPLIER   PIC X(4).
               10  WS-AG-AGREEMENT  PIC X(4).
               10  WS-AG-BASIS      PIC X.
               10  WS-AG-GROUP      PIC X(2).
               10  WS-AG-START      PIC 9(8).
               10  WS-AG-UNTIL      PIC 9(8).
               10  WS-AG-VOLUME     PIC S9(11)V99.
       01  WS-AG-IDX                PIC 9(4).
       01  WS-AG-OVFL-FLAG          PIC X VALUE 'N'.
           88  AGREEMENTS-OVERFLOWED VALUE 'Y'.
       01  WS-PURCH-WANTED-FLAG     PIC X VALUE 'N'.
           88  PURCHASES-WANTED     VALUE 'Y'.
       01  WS-SALES-WANTED-FLAG     PIC X VALUE 'N'.
           88  SALES-WANTED         VALUE 'Y'.

       01  WS-EOF-FLAGS.
           05  WS-REBATE-EOF        PIC X VALUE 'N'.
           05  WS-RECEIVED-EOF      PIC X VALUE 'N'.
           05  WS-HIST-EOF          PIC X VALUE 'N'.
           05  WS-CLAIM-EOF         PIC X VALUE 'N'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-OPEN       VALUE 'Y'.
       01  WS-PO-OPEN-FLAG          PIC X VALUE 'N'.
           88  PO-FILE-OPEN         VALUE 'Y'.
       01  WS-SUPPLIER-OPEN-FLAG    PIC X VALUE 'N'.
           88  SUPPLIER-FILE-OPEN   VALUE 'Y'.

      * The supplier a source line belongs to, with the last PO
      * and item looked up kept so a run of lines from one delivery
      * or one item is not read again each time.
       01  WS-LINE-BASIS            PIC X.
       01  WS-LINE-SUPPLIER         PIC X(4).
       01  WS-LINE-ITEM             PIC X(8).
       01  WS-LINE-DATE             PIC 9(8).
       01  WS-LINE-VOLUME           PIC S9(11)V99.
       01  WS-LAST-PO               PIC 9(8) VALUE 0.
       01  WS-LAST-PO-SUPPLIER      PIC X(4) VALUE SPACES.
       01  WS-LAST-ITEM             PIC X(8) VALUE SPACES.
       01  WS-LAST-ITEM-SUPPLIER    PIC X(4) VALUE SPACES.

       01  WS-TIER-IDX              PIC 9.
       01  WS-RATE-APPLIED          PIC 9(5)V9999.
       01  WS-VOLUME                PIC 9(11)V99.
       01  WS-EARNED                PIC 9(9)V99.
       01  WS-ACCRUAL               PIC S9(9)V99.
       01  WS-CLAIMED-FLAG          PIC X.
           88  CLAIM-RAISED         VALUE 'Y'.

       01  WS-CURRENT-SUPPLIER      PIC X(4).
       01  WS-SUPPLIER-CLAIM        PIC 9(11)V99.

       01  WS-CONTROL-COUNTS.
           05  WS-AGREEMENTS-READ   PIC 9(7) VALUE 0.
           05  WS-RECEIVED-COUNT    PIC 9(7) VALUE 0.
           05  WS-HIST-COUNT        PIC 9(7) VALUE 0.
           05  WS-ACCRUED-COUNT     PIC 9(7) VALUE 0.
           05  WS-CLAIM-COUNT       PIC 9(7) VALUE 0.
           05  WS-NIL-COUNT         PIC 9(7) VALUE 0.
           05  WS-STATEMENT-COUNT   PIC 9(5) VALUE 0.
           05  WS-REWRITE-ERRORS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCRUAL         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CLAIMED         PIC 9(11)V99 VALUE 0.

       01  ACCRUAL-LINE.
           05  ACL-SUPPLIER         PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-AGREEMENT        PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-BASIS            PIC X.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-END-DATE         PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ACL-VOLUME           PIC -(11)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-RATE             PIC Z(4)9.9999.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-EARNED           PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-BEFORE           PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-ACCRUAL          PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ACL-NOTE             PIC X(14).

       01  CLAIM-TITLE-LINE.
           05  FILLER               PIC X(19)
               VALUE "REBATE CLAIM  TO: ".
           05  CTL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CTL-SUPPLIER-NAME    PIC X(25).
           05  FILLER               PIC X(10) VALUE "  PERIOD: ".
           05  CTL-MONTH            PIC 9(6).

       01  CLAIM-DETAIL-LINE.
           05  CDL-AGREEMENT        PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-BASIS            PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-START-DATE       PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-END-DATE         PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-VOLUME           PIC Z(11)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-RATE             PIC Z(4)9.9999.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-AMOUNT           PIC Z(11)9.99.

       01  CLAIM-TOTAL-LINE.
           05  CTT-LABEL            PIC X(60).
           05  CTT-AMOUNT           PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           MOVE WS-PROC-DATE(1:6) TO WS-ACCRUAL-MONTH.
           IF WS-ACCRUAL-MM = 1
               SUBTRACT 1 FROM WS-ACCRUAL-YEAR
               MOVE 12 TO WS-ACCRUAL-MM
           ELSE
               SUBTRACT 1 FROM WS-ACCRUAL-MM
           END-IF.
           MOVE "MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-ACCRUAL-MONTH
           END-IF.
           COMPUTE WS-MONTH-END = WS-ACCRUAL-MONTH * 100 + 31.

           OPEN I-O REBATE-FILE.
           IF FS-REBATE NOT = "00"
               DISPLAY "REBATE-ACCRUE: NO REBATE AGREEMENTS ON FILE, "
                       "NOTHING ACCRUED."
               STOP RUN
           END-IF.
           PERFORM LOAD-AGREEMENTS THRU END-LOAD-AGREEMENTS.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT PO-FILE.
           IF FS-PO = "00"
               SET PO-FILE-OPEN TO TRUE
           END-IF.
           IF PURCHASES-WANTED
               PERFORM MEASURE-PURCHASES THRU END-MEASURE-PURCHASES
           END-IF.
           IF SALES-WANTED
               PERFORM MEASURE-SALES THRU END-MEASURE-SALES
           END-IF.
           IF ITEM-FILE-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.

           PERFORM ACCRUE-AGREEMENTS.

           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-FILE-OPEN TO TRUE
           END-IF.
           IF WS-CLAIM-COUNT > 0
               PERFORM PRINT-CLAIM-STATEMENTS
           END-IF.
           IF SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           CLOSE REBATE-FILE.

           DISPLAY "REBATE-ACCRUE TOTALS -- MONTH: " WS-ACCRUAL-MONTH
                   " AGREEMENTS: " WS-AG-COUNT
                   " RECEIPTS: " WS-RECEIVED-COUNT
                   " SALES LINES: " WS-HIST-COUNT
                   " ACCRUED: " WS-TOTAL-ACCRUAL
                   " CLAIMS: " WS-CLAIM-COUNT
                   " CLAIMED: " WS-TOTAL-CLAIMED
                   " CLOSED NIL: " WS-NIL-COUNT.
           IF WS-REWRITE-ERRORS > 0
               DISPLAY "ALERT: " WS-REWRITE-ERRORS
                       " AGREEMENTS COULD NOT BE UPDATED."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Open agreements whose period has begun by the month end.
      * More than the table holds refuses the run rather than
      * accruing part of the file.
       LOAD-AGREEMENTS.
           PERFORM UNTIL WS-REBATE-EOF = 'Y'
               READ REBATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REBATE-EOF
                   NOT AT END
                       ADD 1 TO WS-AGREEMENTS-READ
                       IF RB-IS-OPEN
                               AND RB-START-DATE <= WS-MONTH-END
                           PERFORM LOAD-ONE-AGREEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF AGREEMENTS-OVERFLOWED
               DISPLAY "ALERT: REBATE AGREEMENTS EXCEED THE TABLE -- "
                       "RUN REFUSED, NOTHING ACCRUED."
               CLOSE REBATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       END-LOAD-AGREEMENTS.
           CONTINUE.

       LOAD-ONE-AGREEMENT.
           IF WS-AG-COUNT >= 500
               SET AGREEMENTS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-AG-COUNT
               MOVE RB-SUPPLIER-CODE TO WS-AG-SUPPLIER(WS-AG-COUNT)
               MOVE RB-AGREEMENT-NO TO WS-AG-AGREEMENT(WS-AG-COUNT)
               MOVE RB-BASIS TO WS-AG-BASIS(WS-AG-COUNT)
               MOVE RB-GROUP-CODE TO WS-AG-GROUP(WS-AG-COUNT)
               MOVE RB-START-DATE TO WS-AG-START(WS-AG-COUNT)
               IF RB-END-DATE < WS-MONTH-END
                   MOVE RB-END-DATE TO WS-AG-UNTIL(WS-AG-COUNT)
               ELSE
                   MOVE WS-MONTH-END TO WS-AG-UNTIL(WS-AG-COUNT)
               END-IF
               MOVE 0 TO WS-AG-VOLUME(WS-AG-COUNT)
               IF RB-ON-PURCHASES
                   SET PURCHASES-WANTED TO TRUE
               ELSE
                   SET SALES-WANTED TO TRUE
               END-IF
           END-IF.

      * Goods received, at the cost the delivery note carried.
       MEASURE-PURCHASES.
           OPEN INPUT RECEIVED-FILE.
           IF FS-RECEIVED NOT = "00"
               DISPLAY "REBATE-ACCRUE WARNING: NO RECEIVED-GOODS "
                       "JOURNAL ON FILE: " FS-RECEIVED
               GO TO END-MEASURE-PURCHASES
           END-IF.
           PERFORM UNTIL WS-RECEIVED-EOF = 'Y'
               READ RECEIVED-FILE
                   AT END
                       MOVE 'Y' TO WS-RECEIVED-EOF
                   NOT AT END
                       IF RV-RECEIPT-DATE <= WS-MONTH-END
                           ADD 1 TO WS-RECEIVED-COUNT
                           PERFORM MEASURE-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIVED-FILE.
       END-MEASURE-PURCHASES.
           CONTINUE.

       MEASURE-ONE-RECEIPT.
           MOVE 'P' TO WS-LINE-BASIS.
           MOVE RV-ITEM-CODE TO WS-LINE-ITEM.
           MOVE RV-RECEIPT-DATE TO WS-LINE-DATE.
           COMPUTE WS-LINE-VOLUME ROUNDED = RV-QTY * RV-UNIT-COST.
           MOVE SPACES TO WS-LINE-SUPPLIER.
           IF RV-PO-NUMBER > 0
               PERFORM FIND-PO-SUPPLIER
           END-IF.
           IF WS-LINE-SUPPLIER = SPACES
               PERFORM FIND-ITEM-SUPPLIER
           END-IF.
           IF WS-LINE-SUPPLIER NOT = SPACES
               PERFORM ADD-TO-AGREEMENTS
           END-IF.

       FIND-PO-SUPPLIER.
           IF RV-PO-NUMBER NOT = WS-LAST-PO
               MOVE RV-PO-NUMBER TO WS-LAST-PO
               MOVE SPACES TO WS-LAST-PO-SUPPLIER
               IF PO-FILE-OPEN
                   MOVE RV-PO-NUMBER TO PO-NUMBER
                   MOVE 0 TO PO-LINE-NO
                   READ PO-FILE
                       NOT INVALID KEY
                           MOVE PO-SUPPLIER-CODE TO
                                   WS-LAST-PO-SUPPLIER
                   END-READ
               END-IF
           END-IF.
           MOVE WS-LAST-PO-SUPPLIER TO WS-LINE-SUPPLIER.

       FIND-ITEM-SUPPLIER.
           IF WS-LINE-ITEM NOT = WS-LAST-ITEM
               MOVE WS-LINE-ITEM TO WS-LAST-ITEM
               MOVE SPACES TO WS-LAST-ITEM-SUPPLIER
               IF ITEM-FILE-OPEN
                   MOVE WS-LINE-ITEM TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       NOT INVALID KEY
                           MOVE IM-SUPPLIER-CODE TO
                                   WS-LAST-ITEM-SUPPLIER
                   END-READ
               END-IF
           END-IF.
           MOVE WS-LAST-ITEM-SUPPLIER TO WS-LINE-SUPPLIER.

      * Units sold out of the history: a sale counts up, a return or
      * a void counts back down.
       MEASURE-SALES.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "REBATE-ACCRUE WARNING: NO SALES HISTORY ON "
                       "FILE: " FS-HISTORY
               GO TO END-MEASURE-SALES
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-TRAN-DATE <= WS-MONTH-END
                               AND (HIST-TRAN-TYPE = 'S'
                               OR HIST-TRAN-TYPE = 'R'
                               OR HIST-TRAN-TYPE = 'V')
                           ADD 1 TO WS-HIST-COUNT
                           PERFORM MEASURE-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-MEASURE-SALES.
           CONTINUE.

       MEASURE-ONE-SALE.
           MOVE 'U' TO WS-LINE-BASIS.
           MOVE HIST-ITEM-CODE TO WS-LINE-ITEM.
           MOVE HIST-TRAN-DATE TO WS-LINE-DATE.
           IF HIST-TRAN-TYPE = 'S'
               MOVE HIST-QTY TO WS-LINE-VOLUME
           ELSE
               COMPUTE WS-LINE-VOLUME = 0 - HIST-QTY
           END-IF.
           PERFORM FIND-ITEM-SUPPLIER.
           IF WS-LINE-SUPPLIER NOT = SPACES
               PERFORM ADD-TO-AGREEMENTS
           END-IF.

      * A source line counts toward every agreement of the right
      * basis for its supplier and group whose period it falls in.
       ADD-TO-AGREEMENTS.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-SUPPLIER(WS-AG-IDX) = WS-LINE-SUPPLIER
                       AND (WS-AG-GROUP(WS-AG-IDX) = SPACES
                       OR WS-AG-GROUP(WS-AG-IDX) = WS-LINE-ITEM(1:2))
                       AND WS-LINE-DATE >= WS-AG-START(WS-AG-IDX)
                       AND WS-LINE-DATE <= WS-AG-UNTIL(WS-AG-IDX)
                       AND WS-AG-BASIS(WS-AG-IDX) = WS-LINE-BASIS
                   ADD WS-LINE-VOLUME TO WS-AG-VOLUME(WS-AG-IDX)
               END-IF
           END-PERFORM.

      * Each measured agreement is read back, its earnings worked
      * out from the tiers, the month's accrual journaled and
      * listed, and the claim raised once the period is over.
       ACCRUE-AGREEMENTS.
           OPEN EXTEND ACCRUAL-FILE.
           IF FS-ACCRUAL NOT = "00"
               OPEN OUTPUT ACCRUAL-FILE
           END-IF.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               PERFORM ACCRUE-ONE-AGREEMENT
                   THRU END-ACCRUE-ONE-AGREEMENT
           END-PERFORM.
           CLOSE ACCRUAL-FILE.
           MOVE SPACES TO WS-RPT-TRAILER.
           MOVE WS-TOTAL-ACCRUAL TO ACL-ACCRUAL.
           STRING "AGREEMENTS: " WS-AG-COUNT
                  "  CLAIMS RAISED: " WS-CLAIM-COUNT
                  "  ACCRUED THIS MONTH: " ACL-ACCRUAL
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       ACCRUE-ONE-AGREEMENT.
           MOVE WS-AG-SUPPLIER(WS-AG-IDX) TO RB-SUPPLIER-CODE.
           MOVE WS-AG-AGREEMENT(WS-AG-IDX) TO RB-AGREEMENT-NO.
           READ REBATE-FILE
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   GO TO END-ACCRUE-ONE-AGREEMENT
           END-READ.
           IF WS-AG-VOLUME(WS-AG-IDX) > 0
               MOVE WS-AG-VOLUME(WS-AG-IDX) TO WS-VOLUME
           ELSE
               MOVE 0 TO WS-VOLUME
           END-IF.
           PERFORM WORK-OUT-EARNINGS.
           COMPUTE WS-ACCRUAL = WS-EARNED - RB-EARNED-AMOUNT.

           MOVE SPACES TO ACCRUAL-LINE.
           MOVE RB-SUPPLIER-CODE TO ACL-SUPPLIER.
           MOVE RB-AGREEMENT-NO TO ACL-AGREEMENT.
           MOVE RB-BASIS TO ACL-BASIS.
           MOVE RB-END-DATE TO ACL-END-DATE.
           MOVE WS-VOLUME TO ACL-VOLUME.
           MOVE WS-RATE-APPLIED TO ACL-RATE.
           MOVE WS-EARNED TO ACL-EARNED.
           MOVE RB-EARNED-AMOUNT TO ACL-BEFORE.
           MOVE WS-ACCRUAL TO ACL-ACCRUAL.

           MOVE WS-VOLUME TO RB-MEASURED-VOLUME.
           MOVE WS-EARNED TO RB-EARNED-AMOUNT.
           MOVE WS-ACCRUAL-MONTH TO RB-ACCRUED-MONTH.
           MOVE 'N' TO WS-CLAIMED-FLAG.
           IF RB-END-DATE <= WS-MONTH-END
               IF WS-EARNED > 0
                   SET RB-IS-CLAIMED TO TRUE
                   MOVE WS-PROC-DATE TO RB-CLAIM-DATE
                   MOVE WS-ACCRUAL-MONTH TO RB-CLAIM-MONTH
                   MOVE WS-EARNED TO RB-CLAIM-AMOUNT
                   SET CLAIM-RAISED TO TRUE
                   MOVE "CLAIMED" TO ACL-NOTE
               ELSE
                   SET RB-IS-SETTLED TO TRUE
                   MOVE WS-PROC-DATE TO RB-CLAIM-DATE
                   MOVE WS-ACCRUAL-MONTH TO RB-CLAIM-MONTH
                   MOVE 0 TO RB-CLAIM-AMOUNT
                   ADD 1 TO WS-NIL-COUNT
                   MOVE "ENDED, NIL" TO ACL-NOTE
               END-IF
           END-IF.
           REWRITE RB-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY "REBATE-ACCRUE: REWRITE FAILED FOR "
                           RB-SUPPLIER-CODE " " RB-AGREEMENT-NO
                           ", STATUS: " FS-REBATE
                   GO TO END-ACCRUE-ONE-AGREEMENT
           END-REWRITE.
           IF CLAIM-RAISED
               ADD 1 TO WS-CLAIM-COUNT
               ADD WS-EARNED TO WS-TOTAL-CLAIMED
           END-IF.
           ADD 1 TO WS-ACCRUED-COUNT.
           ADD WS-ACCRUAL TO WS-TOTAL-ACCRUAL.

           MOVE WS-ACCRUAL-MONTH TO RA-ACCRUAL-MONTH.
           MOVE RB-SUPPLIER-CODE TO RA-SUPPLIER-CODE.
           MOVE RB-AGREEMENT-NO TO RA-AGREEMENT-NO.
           MOVE WS-VOLUME TO RA-MEASURED-VOLUME.
           MOVE WS-EARNED TO RA-EARNED-AMOUNT.
           MOVE WS-ACCRUAL TO RA-ACCRUAL-AMOUNT.
           MOVE WS-CLAIMED-FLAG TO RA-CLAIM-FLAG.
           MOVE WS-PROC-DATE TO RA-RUN-DATE.
           WRITE ACCRUAL-RECORD.

           MOVE ACCRUAL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-ACCRUE-ONE-AGREEMENT.
           CONTINUE.

      * The highest tier whose threshold the volume has reached
      * sets the rate for the whole volume: a percentage of the
      * value bought, or an amount for every unit sold.
       WORK-OUT-EARNINGS.
           MOVE 0 TO WS-RATE-APPLIED.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF RB-TIER-RATE(WS-TIER-IDX) > 0
                       AND WS-VOLUME >= RB-TIER-THRESHOLD(WS-TIER-IDX)
                   MOVE RB-TIER-RATE(WS-TIER-IDX) TO WS-RATE-APPLIED
               END-IF
           END-PERFORM.
           IF RB-ON-PURCHASES
               COMPUTE WS-EARNED ROUNDED =
                       WS-VOLUME * WS-RATE-APPLIED / 100
           ELSE
               COMPUTE WS-EARNED ROUNDED =
                       WS-VOLUME * WS-RATE-APPLIED
           END-IF.

      * One statement per supplier for the claims this month's run
      * raised, read back from the agreement file in key order.
       PRINT-CLAIM-STATEMENTS.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-CLAIM-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-CLAIM-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-CLAIM-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-CLAIM-REPORT,
                   WS-RPT-TEXT.
           MOVE SPACES TO WS-CURRENT-SUPPLIER.
           MOVE LOW-VALUES TO RB-KEY.
           START REBATE-FILE KEY >= RB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CLAIM-EOF
           END-START.
           PERFORM UNTIL WS-CLAIM-EOF = 'Y'
               READ REBATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-EOF
                   NOT AT END
                       IF RB-CLAIM-MONTH = WS-ACCRUAL-MONTH
                               AND RB-CLAIM-AMOUNT > 0
                           PERFORM PRINT-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CURRENT-SUPPLIER NOT = SPACES
               PERFORM PRINT-SUPPLIER-TOTAL
           END-IF.
           MOVE SPACES TO WS-RPT-TRAILER.
           MOVE WS-TOTAL-CLAIMED TO CTT-AMOUNT.
           STRING "STATEMENTS PRODUCED: " WS-STATEMENT-COUNT
                  "  TOTAL CLAIMED: " CTT-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-CLAIM-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-CLAIM-REPORT,
                   WS-RPT-TEXT.

       PRINT-CLAIM-LINE.
           IF RB-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               IF WS-CURRENT-SUPPLIER NOT = SPACES
                   PERFORM PRINT-SUPPLIER-TOTAL
               END-IF
               PERFORM START-CLAIM-STATEMENT
           END-IF.
           MOVE SPACES TO CLAIM-DETAIL-LINE.
           MOVE RB-AGREEMENT-NO TO CDL-AGREEMENT.
           IF RB-ON-PURCHASES
               MOVE "PURCHASES" TO CDL-BASIS
           ELSE
               MOVE "UNITS SOLD" TO CDL-BASIS
           END-IF.
           MOVE RB-START-DATE TO CDL-START-DATE.
           MOVE RB-END-DATE TO CDL-END-DATE.
           MOVE RB-MEASURED-VOLUME TO CDL-VOLUME.
           MOVE RB-MEASURED-VOLUME TO WS-VOLUME.
           PERFORM WORK-OUT-EARNINGS.
           MOVE WS-RATE-APPLIED TO CDL-RATE.
           MOVE RB-CLAIM-AMOUNT TO CDL-AMOUNT.
           ADD RB-CLAIM-AMOUNT TO WS-SUPPLIER-CLAIM.
           MOVE CLAIM-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-CLAIM-LINE.

      * A supplier since taken off the supplier file still gets
      * its claim; the statement just carries no name.
       START-CLAIM-STATEMENT.
           IF WS-STATEMENT-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION,
                       DSN-CLAIM-REPORT, WS-RPT-TEXT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE RB-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
           MOVE 0 TO WS-SUPPLIER-CLAIM.
           MOVE SPACES TO CTL-SUPPLIER-NAME.
           IF SUPPLIER-FILE-OPEN
               MOVE RB-SUPPLIER-CODE TO SU-SUPPLIER-CODE
               READ SUPPLIER-FILE
                   NOT INVALID KEY
                       MOVE SU-SUPPLIER-NAME TO CTL-SUPPLIER-NAME
               END-READ
           END-IF.
           MOVE RB-SUPPLIER-CODE TO CTL-SUPPLIER-CODE.
           MOVE WS-ACCRUAL-MONTH TO CTL-MONTH.
           MOVE CLAIM-TITLE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-CLAIM-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-CLAIM-LINE.

       PRINT-SUPPLIER-TOTAL.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-CLAIM-LINE.
           MOVE "TOTAL REBATE CLAIMED, PAYABLE TO US" TO CTT-LABEL.
           MOVE WS-SUPPLIER-CLAIM TO CTT-AMOUNT.
           MOVE CLAIM-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-CLAIM-LINE.

       WRITE-CLAIM-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-CLAIM-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM REBATE-ACCRUE.
