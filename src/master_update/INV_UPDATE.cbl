      * close-session call to hold the files open across the run;
      * without a session every call opens and closes for itself,
      * the original behavior.
      *
      * A caller receiving dated stock names the delivery's lot and
      * expiry date through the INV_SETLOT entry just before the 'G'
      * call, and the receipt is booked into that lot on the lot
      * file as well; a caller writing off a particular lot names it
      * the same way before its decrease. The named lot holds for
      * the one call that follows.
      *
      * A sale may not take a store's balance below the quantity it
      * holds reserved for customer orders (SS-RESERVED-QTY); it is
      * refused as if the stock were not there.
      *
      * An item on the consignment file (CONSIGN_ITEM.IDX, kept by
      * CONSIGN_MAINT) belongs to its supplier until it sells. Its
      * receipts, sales, returns and count corrections move the
      * consignment balance there instead of the master's stock,
      * the store balances, the cost layers and the lots, and are
      * journaled to CONSIGN_LEDGER.DAT rather than INV_AUDIT.LOG.
      * The cost that comes back on a consignment item is the
      * agreed cost the supplier is paid per unit sold.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS FS-LAYER.
           SELECT LOT-FILE ASSIGN TO
                   "data/master_update/LOT_STOCK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS FS-LOT.
           SELECT CONSIGN-FILE ASSIGN TO
                   "data/master_update/CONSIGN_ITEM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ITEM-CODE
               FILE STATUS IS FS-CONSIGN.
           SELECT CONSIGN-LEDGER-FILE ASSIGN TO
                   "data/master_update/CONSIGN_LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIGN-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-LAYER-FILE.
           COPY "LAYERREC.CPY".

       FD  LOT-FILE.
           COPY "LOTREC.CPY".

       FD  CONSIGN-FILE.
           COPY "CONSREC.CPY".

       FD  CONSIGN-LEDGER-FILE.
           COPY "CONSLED.CPY".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-ITEM-CODE         PIC X(8).
       01  FS-AUDIT                 PIC X(2).
       01  FS-STORE-STOCK           PIC X(2).
       01  FS-LAYER                 PIC X(2).
       01  FS-LOT                   PIC X(2).
       01  FS-CONSIGN               PIC X(2).
       01  FS-CONSIGN-LEDGER        PIC X(2).
       01  WS-CALC-QTY              PIC S9(7)V99.
       01  WS-BEFORE-QTY            PIC S9(7)V99.
       01  WS-NEW-STOCK-QTY         PIC S9(7)V99.
      * the store's own damaged balance the same way.
       01  WS-BEFORE-DAMAGED        PIC S9(7)V99.
       01  WS-DAMAGED-DELTA         PIC S9(7)V99.
      * Set when a sale would reach into stock the store holds for
      * customer orders.
       01  WS-RESERVED-FLAG         PIC X.
           88  RESERVED-STOCK-HIT   VALUE 'Y'.
      * The same change again for the cost-layer file, which keeps
      * its own copy so the two mirrors stay independent of each
      * other's control flow.
       01  WS-CONSUME-QTY           PIC S9(7)V99.
       01  WS-LAYER-EOF-FLAG        PIC X.
           88  IS-LAYER-EOF         VALUE 'Y'.
      * And once more for the lot file.
       01  WS-LOT-DELTA             PIC S9(7)V99.
       01  WS-LOT-CONSUME-QTY       PIC S9(7)V99.
       01  WS-LOT-EOF-FLAG          PIC X.
           88  IS-LOT-EOF           VALUE 'Y'.
       01  WS-BEST-LOT-NO           PIC X(10).
       01  WS-BEST-EXPIRY           PIC 9(8).
      * The lot the caller named through INV_SETLOT, spaces when
      * none; cleared at the end of every call.
       01  WS-PENDING-LOT-NO        PIC X(10) VALUE SPACES.
       01  WS-PENDING-EXPIRY        PIC 9(8) VALUE 0.
      * Set when the item is stocked on consignment, and the
      * movement being applied to its consignment balance.
       01  WS-CONSIGN-FLAG          PIC X.
           88  ITEM-ON-CONSIGNMENT  VALUE 'Y'.
       01  WS-CONSIGN-MOVE          PIC S9(7)V99.

      * Session state, held between calls for the life of the run.
       01  WS-SESSION-FLAG          PIC X VALUE 'N'.
           88  STORE-STOCK-IS-OPEN  VALUE 'Y'.
       01  WS-LAYER-OPEN-FLAG       PIC X VALUE 'N'.
           88  LAYER-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-LOT-OPEN-FLAG         PIC X VALUE 'N'.
           88  LOT-FILE-IS-OPEN     VALUE 'Y'.
      * 'X' once an open has found no consignment file, so a
      * session does not try again on every call.
       01  WS-CONSIGN-OPEN-FLAG     PIC X VALUE 'N'.
           88  CONSIGN-FILE-IS-OPEN VALUE 'Y'.
           88  CONSIGN-FILE-ABSENT  VALUE 'X'.
       01  WS-CONSIGN-LEDGER-FLAG   PIC X VALUE 'N'.
           88  CONSIGN-LEDGER-IS-OPEN VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
      * Zero until a dated caller announces its business date
      * through the INV_SETDATE entry -- SALES_PROC does, so a run
      *                   (IM-DAMAGED-QTY): DISPOSITION's write-offs
      *                   and returns-to-supplier, qualified by
      *                   LK-REASON-CODE
      *   'Q' quarantine- move LK-QTY out of sellable stock into the
      *                   damaged bucket: RECALL_RUN's sweep of a
      *                   recalled item's store balances
      *   'O' open      - start a batch session: the master, audit,
      *                   and store-stock files stay open across the
      *                   calls that follow, so a 50,000-record night
      * LK-STATUS is returned to the caller:
      *   "00" stock updated
      *   "01" item code not found on the master file
      *   "02" update rejected, would drive stock negative (or, on
      *        a sale, into the store's reserved stock)
      *   "03" rewrite of the master record failed
      *   "04" item is deactivated on the master file
      *   "05" item is quarantined under a product recall -- the
      *        pricing inquiry and the sale are both refused
      * A consignment item answers "02" when the movement would take
      * its consignment balance negative, and "03" when the
      * consignment record could not be rewritten.
       01  LK-STATUS                PIC X(2).
      * LK-UNIT-PRICE is returned to the caller so it does not have
      * to open the master file itself just to price a sale.
      * the audit record; spaces on every other transaction type.
       01  LK-REASON-CODE           PIC X(2).
       01  LK-BIZ-DATE              PIC 9(8).
       01  LK-LOT-NO                PIC X(10).
       01  LK-EXPIRY-DATE           PIC 9(8).

       PROCEDURE DIVISION USING LK-ITEM-CODE, LK-QTY, LK-TRAN-TYPE,
               LK-STATUS, LK-UNIT-PRICE, LK-TAX-RATE, LK-UNIT-COST,
               GO TO END-UPDATE
           END-IF.

      * A recalled item may not be sold. The price still comes back
      * so a caller can value a return of the recalled stock; the
      * recall's own quarantine move, returns, and write-offs all
      * carry on as normal.
           IF IM-IS-QUARANTINED
                   AND (LK-TRAN-TYPE = 'I' OR LK-TRAN-TYPE = 'S')
               MOVE IM-UNIT-COST TO LK-UNIT-COST
               MOVE "05" TO LK-STATUS
               GO TO END-UPDATE
           END-IF.

           IF LK-TRAN-TYPE = 'I' OR LK-TRAN-TYPE = 'S'
                   OR LK-TRAN-TYPE = 'R' OR LK-TRAN-TYPE = 'G'
                   OR LK-TRAN-TYPE = 'A'
               PERFORM CHECK-CONSIGNMENT THRU END-CHECK-CONSIGNMENT
               IF ITEM-ON-CONSIGNMENT
                   PERFORM APPLY-CONSIGNMENT
                       THRU END-APPLY-CONSIGNMENT
                   GO TO END-UPDATE
               END-IF
           END-IF.

           IF LK-TRAN-TYPE = 'I'
               MOVE IM-UNIT-COST TO LK-UNIT-COST
               GO TO END-UPDATE
                       GO TO END-UPDATE
                   END-IF
                   COMPUTE IM-STOCK-QTY = IM-STOCK-QTY + WS-CALC-QTY
               WHEN 'Q'
                   MOVE IM-UNIT-COST TO LK-UNIT-COST
                   IF IM-STOCK-QTY - WS-CALC-QTY < 0
                       DISPLAY "SUB: QUARANTINE REJECTED, WOULD GO "
                           "NEGATIVE. CODE: " LK-ITEM-CODE
                           ", STOCK: " IM-STOCK-QTY
                           ", QTY: " WS-CALC-QTY
                       MOVE "02" TO LK-STATUS
                       GO TO END-UPDATE
                   END-IF
                   COMPUTE IM-STOCK-QTY = IM-STOCK-QTY - WS-CALC-QTY
                   COMPUTE IM-DAMAGED-QTY =
                           IM-DAMAGED-QTY + WS-CALC-QTY
               WHEN 'R'
                   MOVE IM-UNIT-COST TO LK-UNIT-COST
      * A damaged or expired return must not rejoin sellable stock:
      * it lands in the item's damaged bucket instead, waiting for
      * DISPOSITION. So does any return of a recalled item, whatever
      * reason the till gave. Resellable returns restock as always.
                   IF LK-REASON-CODE = "DM" OR LK-REASON-CODE = "EX"
                           OR IM-IS-QUARANTINED
                       COMPUTE IM-DAMAGED-QTY =
                               IM-DAMAGED-QTY + WS-CALC-QTY
                   ELSE
                       MOVE "02" TO LK-STATUS
                       GO TO END-UPDATE
                   END-IF
                   PERFORM CHECK-RESERVED-STOCK
                       THRU END-CHECK-RESERVED-STOCK
                   IF RESERVED-STOCK-HIT
                       DISPLAY "SUB: UPDATE REJECTED, STOCK RESERVED "
                           "FOR CUSTOMER ORDERS. CODE: "
                           LK-ITEM-CODE ", STORE: " LK-STORE-CODE
                           ", QTY: " WS-CALC-QTY
                       MOVE "02" TO LK-STATUS
                       GO TO END-UPDATE
                   END-IF
                   COMPUTE IM-STOCK-QTY = IM-STOCK-QTY - WS-CALC-QTY
           END-EVALUATE.

                   THRU END-MAINTAIN-STORE-STOCK
                   PERFORM MAINTAIN-COST-LAYERS
                   THRU END-MAINTAIN-COST-LAYERS
                   PERFORM MAINTAIN-LOTS
                   THRU END-MAINTAIN-LOTS
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       END-UPDATE.
           IF NOT SESSION-ACTIVE
               CLOSE ITEM-MASTER-FILE
               IF CONSIGN-FILE-IS-OPEN
                   CLOSE CONSIGN-FILE
               END-IF
               MOVE 'N' TO WS-CONSIGN-OPEN-FLAG
           END-IF.
           MOVE SPACES TO WS-PENDING-LOT-NO.
           MOVE 0 TO WS-PENDING-EXPIRY.

       END-PROGRAM.
           EXIT PROGRAM.
               CLOSE COST-LAYER-FILE
               MOVE 'N' TO WS-LAYER-OPEN-FLAG
           END-IF.
           IF LOT-FILE-IS-OPEN
               CLOSE LOT-FILE
               MOVE 'N' TO WS-LOT-OPEN-FLAG
           END-IF.
           IF CONSIGN-FILE-IS-OPEN
               CLOSE CONSIGN-FILE
           END-IF.
           MOVE 'N' TO WS-CONSIGN-OPEN-FLAG.
           IF CONSIGN-LEDGER-IS-OPEN
               CLOSE CONSIGN-LEDGER-FILE
               MOVE 'N' TO WS-CONSIGN-LEDGER-FLAG
           END-IF.
           MOVE 'N' TO WS-SESSION-FLAG.
       END-CLOSE-SESSION.
           CONTINUE.
           END-IF.
           MOVE WS-NEW-STOCK-QTY TO IM-STOCK-QTY.

      * No consignment file on disk means no item is on consignment.
      * Outside a session the file is closed again at the end of the
      * call; in a session it stays open until the session closes.
       CHECK-CONSIGNMENT.
           MOVE 'N' TO WS-CONSIGN-FLAG.
           IF CONSIGN-FILE-ABSENT
               GO TO END-CHECK-CONSIGNMENT
           END-IF.
           IF NOT CONSIGN-FILE-IS-OPEN
               OPEN I-O CONSIGN-FILE
               IF FS-CONSIGN NOT = "00"
                   SET CONSIGN-FILE-ABSENT TO TRUE
                   GO TO END-CHECK-CONSIGNMENT
               END-IF
               SET CONSIGN-FILE-IS-OPEN TO TRUE
           END-IF.
           MOVE LK-ITEM-CODE TO CN-ITEM-CODE.
           READ CONSIGN-FILE
               NOT INVALID KEY
                   SET ITEM-ON-CONSIGNMENT TO TRUE
           END-READ.
       END-CHECK-CONSIGNMENT.
           CONTINUE.

      * The supplier's stock moves, not ours: a receipt or a return
      * adds to the consignment balance, a sale takes from it, and
      * a count correction moves it either way. A damaged return
      * goes back to the supplier's stock with the rest -- it is
      * theirs to credit or not. A receipt's delivered cost is left
      * as the caller passed it; everything else gets the agreed
      * cost back.
       APPLY-CONSIGNMENT.
           IF LK-TRAN-TYPE NOT = 'G'
               MOVE CN-AGREED-COST TO LK-UNIT-COST
           END-IF.
           IF LK-TRAN-TYPE = 'I'
               GO TO END-APPLY-CONSIGNMENT
           END-IF.
           EVALUATE LK-TRAN-TYPE
               WHEN 'S'
                   COMPUTE WS-CONSIGN-MOVE = 0 - WS-CALC-QTY
               WHEN OTHER
                   MOVE WS-CALC-QTY TO WS-CONSIGN-MOVE
           END-EVALUATE.
           IF CN-CONSIGN-QTY + WS-CONSIGN-MOVE < 0
               DISPLAY "SUB: UPDATE REJECTED, WOULD TAKE CONSIGNMENT "
                   "STOCK NEGATIVE. CODE: " LK-ITEM-CODE
                   ", CONSIGNED: " CN-CONSIGN-QTY
                   ", QTY: " WS-CALC-QTY
               MOVE "02" TO LK-STATUS
               GO TO END-APPLY-CONSIGNMENT
           END-IF.
           ADD WS-CONSIGN-MOVE TO CN-CONSIGN-QTY.
           REWRITE CN-RECORD
               INVALID KEY
                   DISPLAY "SUB: ERROR REWRITING CONSIGNMENT RECORD. "
                           "CODE: " LK-ITEM-CODE
                           ", STATUS: " FS-CONSIGN
                   MOVE "03" TO LK-STATUS
               NOT INVALID KEY
                   PERFORM WRITE-CONSIGN-LEDGER
           END-REWRITE.
       END-APPLY-CONSIGNMENT.
           CONTINUE.

      * Opened and closed like the audit log: per call outside a
      * session, on first use and held open inside one.
       WRITE-CONSIGN-LEDGER.
           IF NOT CONSIGN-LEDGER-IS-OPEN
               OPEN EXTEND CONSIGN-LEDGER-FILE
               IF FS-CONSIGN-LEDGER NOT = "00"
                   OPEN OUTPUT CONSIGN-LEDGER-FILE
               END-IF
               SET CONSIGN-LEDGER-IS-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO CG-RECORD.
           PERFORM RESOLVE-RUN-DATE.
           MOVE WS-RUN-DATE TO CG-MOVE-DATE.
           MOVE CN-SUPPLIER-CODE TO CG-SUPPLIER-CODE.
           MOVE LK-ITEM-CODE TO CG-ITEM-CODE.
           MOVE LK-STORE-CODE TO CG-STORE-CODE.
           MOVE LK-TRAN-TYPE TO CG-TRAN-TYPE.
           MOVE WS-CONSIGN-MOVE TO CG-QTY.
           MOVE CN-AGREED-COST TO CG-AGREED-COST.
           MOVE CN-CONSIGN-QTY TO CG-BALANCE-AFTER.
           MOVE LK-REASON-CODE TO CG-REASON-CODE.
           WRITE CG-RECORD.
           IF NOT SESSION-ACTIVE
               CLOSE CONSIGN-LEDGER-FILE
               MOVE 'N' TO WS-CONSIGN-LEDGER-FLAG
           END-IF.

      * Appends a before/after record of the stock change to the
      * audit log. Opened and closed per call outside a session; in
      * session mode the file opens on first use and stays open
               MOVE LK-ITEM-CODE TO SS-ITEM-CODE
               MOVE WS-STOCK-DELTA TO SS-STOCK-QTY
               MOVE WS-DAMAGED-DELTA TO SS-DAMAGED-QTY
               MOVE 0 TO SS-RESERVED-QTY
               WRITE SS-RECORD
               CLOSE STORE-STOCK-FILE
               IF SESSION-ACTIVE
           MOVE LK-BIZ-DATE TO WS-BIZ-DATE.
           EXIT PROGRAM.

      * The same technique for the lot: it holds only for the next
      * call, which clears it on the way out.
       SET-LOT-ENTRY.
       ENTRY "INV_SETLOT" USING LK-LOT-NO, LK-EXPIRY-DATE.
           MOVE LK-LOT-NO TO WS-PENDING-LOT-NO.
           MOVE LK-EXPIRY-DATE TO WS-PENDING-EXPIRY.
           EXIT PROGRAM.

       POST-STORE-STOCK.
           MOVE LK-STORE-CODE TO SS-STORE-CODE.
           MOVE LK-ITEM-CODE TO SS-ITEM-CODE.
                   MOVE LK-ITEM-CODE TO SS-ITEM-CODE
                   MOVE WS-STOCK-DELTA TO SS-STOCK-QTY
                   MOVE WS-DAMAGED-DELTA TO SS-DAMAGED-QTY
                   MOVE 0 TO SS-RESERVED-QTY
                   WRITE SS-RECORD
               NOT INVALID KEY
                   COMPUTE SS-STOCK-QTY = SS-STOCK-QTY + WS-STOCK-DELTA
                   REWRITE SS-RECORD
           END-READ.

      * A sale reaches into reserved stock when it would leave the
      * store's balance below its reserved quantity. No store code,
      * no balance or no balance file means nothing is reserved.
       CHECK-RESERVED-STOCK.
           MOVE 'N' TO WS-RESERVED-FLAG.
           IF LK-STORE-CODE = SPACES
               GO TO END-CHECK-RESERVED-STOCK
           END-IF.
           IF SESSION-ACTIVE AND STORE-STOCK-IS-OPEN
               PERFORM READ-RESERVED-STOCK
               GO TO END-CHECK-RESERVED-STOCK
           END-IF.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               GO TO END-CHECK-RESERVED-STOCK
           END-IF.
           PERFORM READ-RESERVED-STOCK.
           CLOSE STORE-STOCK-FILE.
       END-CHECK-RESERVED-STOCK.
           CONTINUE.

       READ-RESERVED-STOCK.
           MOVE LK-STORE-CODE TO SS-STORE-CODE.
           MOVE LK-ITEM-CODE TO SS-ITEM-CODE.
           READ STORE-STOCK-FILE
               NOT INVALID KEY
                   IF SS-RESERVED-QTY > 0
                           AND SS-STOCK-QTY - WS-CALC-QTY
                           < SS-RESERVED-QTY
                       SET RESERVED-STOCK-HIT TO TRUE
                   END-IF
           END-READ.

      * Mirrors the sellable-stock change onto the receipt-dated
      * cost layers: a 'G' receipt opens a new layer at the
      * delivered cost, any other increase (a resellable return, an
                       END-IF
               END-READ
           END-PERFORM.

      * Mirrors the store's sellable-stock change onto its lots: a
      * 'G' receipt that came with a lot number books into that
      * lot, and a decrease comes out of the lot the caller named,
      * if any, then soonest expiry first -- lots already referred
      * for write-off are passed over -- so the oldest dates leave
      * the shelf first. Increases without a lot (resellable
      * returns, upward count corrections) and stock of items that
      * are not lot-controlled are not tracked by lot; a decrease
      * deeper than the lots on file simply runs them out. Skipped
      * when the caller passed no store code. Open/close handling
      * mirrors the cost-layer file's exactly.
       MAINTAIN-LOTS.
           IF LK-STORE-CODE = SPACES
               GO TO END-MAINTAIN-LOTS
           END-IF.
           COMPUTE WS-LOT-DELTA = IM-STOCK-QTY - WS-BEFORE-QTY.
           IF WS-LOT-DELTA = 0
               GO TO END-MAINTAIN-LOTS
           END-IF.
           IF WS-LOT-DELTA > 0
               IF LK-TRAN-TYPE NOT = 'G'
                       OR WS-PENDING-LOT-NO = SPACES
                   GO TO END-MAINTAIN-LOTS
               END-IF
           END-IF.

           IF NOT LOT-FILE-IS-OPEN
               OPEN I-O LOT-FILE
               IF FS-LOT NOT = "00"
      * No lot file yet: create it, then reopen for update.
                   OPEN OUTPUT LOT-FILE
                   IF FS-LOT NOT = "00"
                       DISPLAY "SUB: ERROR OPENING LOT FILE: "
                               FS-LOT
                       GO TO END-MAINTAIN-LOTS
                   END-IF
                   CLOSE LOT-FILE
                   OPEN I-O LOT-FILE
               END-IF
               SET LOT-FILE-IS-OPEN TO TRUE
           END-IF.

           IF WS-LOT-DELTA > 0
               PERFORM ADD-TO-LOT
           ELSE
               PERFORM CONSUME-LOTS
           END-IF.

           IF NOT SESSION-ACTIVE
               CLOSE LOT-FILE
               MOVE 'N' TO WS-LOT-OPEN-FLAG
           END-IF.
       END-MAINTAIN-LOTS.
           CONTINUE.

      * A second delivery of a lot already on file adds to it; the
      * first delivery's expiry date stands.
       ADD-TO-LOT.
           MOVE LK-STORE-CODE TO LT-STORE-CODE.
           MOVE LK-ITEM-CODE TO LT-ITEM-CODE.
           MOVE WS-PENDING-LOT-NO TO LT-LOT-NO.
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-PENDING-EXPIRY TO LT-EXPIRY-DATE
                   PERFORM RESOLVE-RUN-DATE
                   MOVE WS-RUN-DATE TO LT-RECEIPT-DATE
                   MOVE WS-LOT-DELTA TO LT-QTY-REMAINING
                   MOVE SPACE TO LT-WRITE-OFF-FLAG
                   WRITE LT-RECORD
               NOT INVALID KEY
                   ADD WS-LOT-DELTA TO LT-QTY-REMAINING
                   REWRITE LT-RECORD
           END-READ.

       CONSUME-LOTS.
           COMPUTE WS-LOT-CONSUME-QTY = 0 - WS-LOT-DELTA.
           IF WS-PENDING-LOT-NO NOT = SPACES
               MOVE WS-PENDING-LOT-NO TO WS-BEST-LOT-NO
               PERFORM TAKE-FROM-LOT
           END-IF.
           PERFORM UNTIL WS-LOT-CONSUME-QTY = 0
               PERFORM FIND-SOONEST-LOT
               IF WS-BEST-LOT-NO = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM TAKE-FROM-LOT
           END-PERFORM.

      * The store/item's lots lie together in key order, so one
      * forward read from the first of them finds the soonest
      * expiry; WS-BEST-LOT-NO comes back spaces when none is left.
       FIND-SOONEST-LOT.
           MOVE SPACES TO WS-BEST-LOT-NO.
           MOVE 0 TO WS-BEST-EXPIRY.
           MOVE 'N' TO WS-LOT-EOF-FLAG.
           MOVE LK-STORE-CODE TO LT-STORE-CODE.
           MOVE LK-ITEM-CODE TO LT-ITEM-CODE.
           MOVE LOW-VALUES TO LT-LOT-NO.
           START LOT-FILE KEY >= LT-KEY
               INVALID KEY
                   SET IS-LOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-LOT-EOF
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET IS-LOT-EOF TO TRUE
                   NOT AT END
                       IF LT-STORE-CODE NOT = LK-STORE-CODE
                               OR LT-ITEM-CODE NOT = LK-ITEM-CODE
                           SET IS-LOT-EOF TO TRUE
                       ELSE
                           IF NOT LT-REFERRED-FOR-WRITE-OFF
                                   AND (WS-BEST-LOT-NO = SPACES
                                   OR LT-EXPIRY-DATE < WS-BEST-EXPIRY)
                               MOVE LT-LOT-NO TO WS-BEST-LOT-NO
                               MOVE LT-EXPIRY-DATE TO WS-BEST-EXPIRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An exhausted lot is deleted, as an exhausted cost layer is.
       TAKE-FROM-LOT.
           MOVE LK-STORE-CODE TO LT-STORE-CODE.
           MOVE LK-ITEM-CODE TO LT-ITEM-CODE.
           MOVE WS-BEST-LOT-NO TO LT-LOT-NO.
           READ LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LT-QTY-REMAINING > WS-LOT-CONSUME-QTY
                       SUBTRACT WS-LOT-CONSUME-QTY FROM
                               LT-QTY-REMAINING
                       MOVE 0 TO WS-LOT-CONSUME-QTY
                       REWRITE LT-RECORD
                   ELSE
                       SUBTRACT LT-QTY-REMAINING FROM
                               WS-LOT-CONSUME-QTY
                       DELETE LOT-FILE
                   END-IF
           END-READ.
