       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDED-COST.
       AUTHOR. Jules.
      *
      * Landed-cost allocation. The unit cost a delivery books at
      * (GI-UNIT-COST, carried onto RECEIVED_GOODS.DAT) is the
      * supplier's invoice price only; freight, import duty and
      * brokerage arrive later on their own bills. Each charge on
      * LANDED_CHARGE.DAT names the supplier's delivery reference
      * it belongs to and how it is to be spread over that
      * delivery's lines: 'V' by value (quantity at the delivered
      * cost), 'Q' by quantity, or 'W' by weight (quantity times
      * the item's IM-NET-WEIGHT-G). Each line's share is then
      * costed in two places. The part of it that still sits on the
      * shelf -- the share in proportion to the line's quantity,
      * up to the item's stock on hand -- raises the weighted-
      * average IM-UNIT-COST, set through PRICE_UPDATE exactly as a
      * price card would set it, so the change is journaled on
      * PRICE_AUDIT.LOG with the others; the rest has already been
      * sold at the old cost and is reported as cost of sales. The
      * share per unit received is also added to the delivery's
      * cost layer on COST_LAYER.IDX (the item's first open layer
      * of the receipt date), so FIFO valuation carries the charge
      * for what is left of the delivery. MARGIN_RPT and
      * STOCK_VALUE pick up the landed cost from there. Every line
      * costed is appended to LANDED_ALLOC.DAT for finance and
      * listed on LANDED_COST.LST. A charge whose delivery
      * reference is not on the received-goods journal (the bill
      * often beats the delivery booking), or whose lines give
      * nothing to spread it by, is held on LANDED_HELD.DAT, listed
      * at the foot of the report, and tried again on every run
      * until the delivery turns up. The feed carries the same
      * "0000" identity header GOODS_RECEIPT's does, checked
      * against LC_POSTREG.IDX so a feed cannot be costed twice;
      * FORCE=Y on LANDED_COST.PARM overrides the guard.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO DSN-CHARGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.
           SELECT HELD-FILE ASSIGN TO DSN-HELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD.
           SELECT NEW-HELD-FILE ASSIGN TO DSN-NEW-HELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-HELD.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT COST-LAYER-FILE ASSIGN TO DSN-LAYER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS FS-LAYER.
           SELECT ALLOC-FILE ASSIGN TO DSN-ALLOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALLOC.
           SELECT POSTING-REG-FILE ASSIGN TO DSN-POSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-KEY
               FILE STATUS IS FS-POSTING-REG.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FILE.
       01  CHARGE-RECORD.
           05  LC-DELIVERY-REF      PIC X(10).
           05  LC-CHARGE-TYPE       PIC X(2).
           05  LC-BASIS             PIC X.
           05  LC-AMOUNT            PIC 9(7)V99.
           05  LC-BILL-REF          PIC X(10).
      * A header record, identified by LH-MARKER = "0000" in the
      * leading bytes of LC-DELIVERY-REF, carries the feed's
      * identity for the duplicate-posting guard.
       01  CHARGE-HEADER-RECORD.
           05  LH-MARKER            PIC X(4).
           05  LH-BUSINESS-DATE     PIC 9(8).
           05  LH-SEQUENCE-NO       PIC 9(4).

      * A held charge: the charge as it arrived, the business date
      * it was first held, and why.
       FD  HELD-FILE.
       01  HELD-RECORD.
           05  HL-CHARGE            PIC X(32).
           05  HL-HELD-DATE         PIC 9(8).
           05  HL-REASON            PIC X(16).

      * Built during the run and copied back over HELD-FILE at the
      * end -- the one-FD-copies-another technique GEN_BACKUP uses.
       FD  NEW-HELD-FILE.
       01  NEW-HELD-RECORD          PIC X(56).

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  COST-LAYER-FILE.
           COPY "LAYERREC.CPY".

      * One line per delivery line a charge was spread over: the
      * share allocated, the part capitalized into stock and the
      * part charged straight to cost of sales.
       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05  AL-RUN-DATE          PIC 9(8).
           05  AL-DELIVERY-REF      PIC X(10).
           05  AL-CHARGE-TYPE       PIC X(2).
           05  AL-BILL-REF          PIC X(10).
           05  AL-ITEM-CODE         PIC X(8).
           05  AL-RECEIPT-DATE      PIC 9(8).
           05  AL-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
           05  AL-ALLOCATED         PIC 9(7)V99.
           05  AL-CAPITALIZED       PIC 9(7)V99.
           05  AL-EXPENSED          PIC 9(7)V99.
           05  AL-OLD-COST          PIC 9(7)V99.
           05  AL-NEW-COST          PIC 9(7)V99.

      * Register of feed identities already costed -- the same
      * keyed guard GOODS_RECEIPT keeps on its feeds.
       FD  POSTING-REG-FILE.
       01  POSTING-REG-RECORD.
           05  PG-KEY.
               10  PG-BUSINESS-DATE PIC 9(8).
               10  PG-SEQUENCE-NO   PIC 9(4).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(32).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CHARGE            PIC X(2).
           05  FS-HELD              PIC X(2).
           05  FS-NEW-HELD          PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-LAYER             PIC X(2).
           05  FS-ALLOC             PIC X(2).
           05  FS-POSTING-REG       PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-CHARGE        PIC X(36)
              VALUE "data/master_update/LANDED_CHARGE.DAT".
           05 DSN-HELD          PIC X(34)
              VALUE "data/master_update/LANDED_HELD.DAT".
           05 DSN-NEW-HELD      PIC X(34)
              VALUE "data/master_update/LANDED_HELD.NEW".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-LAYER         PIC X(33)
              VALUE "data/master_update/COST_LAYER.IDX".
           05 DSN-ALLOC         PIC X(35)
              VALUE "data/master_update/LANDED_ALLOC.DAT".
           05 DSN-POSTREG       PIC X(33)
              VALUE "data/master_update/LC_POSTREG.IDX".
           05 DSN-ERROR         PIC X(34)
              VALUE "data/master_update/LANDED_COST.ERR".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/LANDED_COST.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/LANDED_COST.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "LANDED-COST".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "FEED".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "LANDED COST ALLOCATION".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "DELIVERY   CH B ITEM     RECEIVED       QTY   ALLOCATED 
      -        "CAPITALIZED COST OF SALE   OLD COST   NEW COST NOTE".
       01  WS-HELD-HEADING          PIC X(132) VALUE
               "DELIVERY   CH B BILL REF   HELD SINCE      AMOUNT REASON
      -        " HELD".
       01  WS-RPT-TRAILER           PIC X(132).

      * The charge being costed, whether it came off the feed or
      * was held from an earlier run.
       01  WS-CHARGE.
           05  CH-DELIVERY-REF      PIC X(10).
           05  CH-CHARGE-TYPE       PIC X(2).
               88  CH-TYPE-VALID    VALUE "FR" "DU" "BR" "OT".
           05  CH-BASIS             PIC X.
               88  CH-BY-VALUE      VALUE 'V'.
               88  CH-BY-QTY        VALUE 'Q'.
               88  CH-BY-WEIGHT     VALUE 'W'.
           05  CH-AMOUNT            PIC 9(7)V99.
           05  CH-BILL-REF          PIC X(10).
       01  WS-HELD-SINCE            PIC 9(8).
       01  WS-HOLD-REASON           PIC X(16).
       01  WS-HELD-ENTRY.
           05  WH-CHARGE            PIC X(32).
           05  WH-HELD-DATE         PIC 9(8).
           05  WH-REASON            PIC X(16).

      * The delivery's lines, gathered off the received-goods
      * journal with each one's measure on the charge's basis.
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT          PIC 9(3) VALUE 0.
           05  WS-LN-ENTRIES OCCURS 200 TIMES.
               10  WS-LN-ITEM       PIC X(8).
               10  WS-LN-DATE       PIC 9(8).
               10  WS-LN-QTY        PIC 9(5)V99.
               10  WS-LN-MEASURE    PIC 9(11)V99.
       01  WS-LN-IDX                PIC 9(3).
       01  WS-LN-OVFL-FLAG          PIC X VALUE 'N'.
           88  LINES-OVERFLOWED     VALUE 'Y'.
       01  WS-TOTAL-MEASURE         PIC 9(13)V99.

       01  WS-SHARE                 PIC 9(7)V99.
       01  WS-LEFT-TO-SPREAD        PIC 9(7)V99.
       01  WS-CAPITALIZED           PIC 9(7)V99.
       01  WS-EXPENSED              PIC 9(7)V99.
       01  WS-OLD-COST              PIC 9(7)V99.
       01  WS-NEW-COST              PIC 9(7)V99.
       01  WS-NOTE                  PIC X(14).

      * PRICE_UPDATE parameters: price, tax rate and currency are
      * handed back unchanged, only the cost moves.
       01  WS-UPD-ITEM              PIC X(8).
       01  WS-UPD-PRICE             PIC 9(7)V99.
       01  WS-UPD-COST              PIC 9(7)V99.
       01  WS-UPD-TAX-RATE          PIC 9(2)V99.
       01  WS-UPD-CURRENCY          PIC X(3).
       01  WS-UPD-ZONE              PIC X(2) VALUE SPACES.
       01  WS-UPDATE-STATUS         PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-CHARGE-EOF        PIC X VALUE 'N'.
           05  WS-HELD-EOF          PIC X VALUE 'N'.
           05  WS-RECEIVED-EOF      PIC X VALUE 'N'.
           05  WS-LAYER-EOF         PIC X VALUE 'N'.
       01  WS-LAYER-OPEN-FLAG       PIC X VALUE 'N'.
           88  LAYER-FILE-OPEN      VALUE 'Y'.
       01  WS-LAYER-FOUND-FLAG      PIC X.
           88  LAYER-FOUND          VALUE 'Y'.
       01  WS-POSTING-REG-FLAG      PIC X VALUE 'N'.
           88  POSTING-REG-IS-OPEN  VALUE 'Y'.
       01  WS-HEADER-SEEN-FLAG      PIC X VALUE 'N'.
           88  HEADER-WAS-SEEN      VALUE 'Y'.
       01  WS-DUPLICATE-FLAG        PIC X VALUE 'N'.
           88  DUPLICATE-FILE-BLOCKED VALUE 'Y'.
       01  WS-FORCE-FLAG            PIC X VALUE 'N'.
           88  FORCE-POSTING        VALUE 'Y'.
       01  WS-FILE-DATE             PIC 9(8).
       01  WS-FILE-SEQ              PIC 9(4).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-RETRIED-COUNT     PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
           05  WS-UPDATE-ERRORS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-APPLIED         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CAPITALIZED     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EXPENSED        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-HELD            PIC 9(11)V99 VALUE 0.

       01  LANDED-LINE.
           05  LDL-DELIVERY-REF     PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CHARGE-TYPE      PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-BASIS            PIC X.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-RECEIPT-DATE     PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-QTY              PIC Z(5)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-ALLOCATED        PIC Z(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-CAPITALIZED      PIC Z(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-EXPENSED         PIC Z(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-OLD-COST         PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-NEW-COST         PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-NOTE             PIC X(14).

       01  HELD-LINE.
           05  HDL-DELIVERY-REF     PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-CHARGE-TYPE      PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-BASIS            PIC X.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-BILL-REF         PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-HELD-DATE        PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  HDL-AMOUNT           PIC Z(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HDL-REASON           PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           MOVE "FORCE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) = 'Y'
               SET FORCE-POSTING TO TRUE
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "LANDED-COST: ITEM MASTER UNAVAILABLE: " FS-ITEM
                       ", NOTHING COSTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COST-LAYER-FILE.
           IF FS-LAYER = "00"
               SET LAYER-FILE-OPEN TO TRUE
           END-IF.
           OPEN EXTEND ALLOC-FILE.
           IF FS-ALLOC NOT = "00"
               OPEN OUTPUT ALLOC-FILE
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           OPEN OUTPUT NEW-HELD-FILE.
           PERFORM OPEN-POSTING-REGISTER THRU END-OPEN-POSTING-REG.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM RETRY-HELD-CHARGES THRU END-RETRY-HELD-CHARGES.
           PERFORM COST-CHARGE-FEED THRU END-COST-CHARGE-FEED.

           CLOSE NEW-HELD-FILE.
           PERFORM LIST-HELD-CHARGES THRU END-LIST-HELD-CHARGES.

           MOVE SPACES TO WS-RPT-TRAILER.
           MOVE WS-TOTAL-CAPITALIZED TO LDL-CAPITALIZED.
           MOVE WS-TOTAL-EXPENSED TO LDL-EXPENSED.
           STRING "CHARGES COSTED: " WS-APPLIED-COUNT
                  "  CAPITALIZED: " LDL-CAPITALIZED
                  "  TO COST OF SALES: " LDL-EXPENSED
                  "  HELD: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           CLOSE ITEM-MASTER-FILE.
           IF LAYER-FILE-OPEN
               CLOSE COST-LAYER-FILE
           END-IF.
           IF POSTING-REG-IS-OPEN
               CLOSE POSTING-REG-FILE
           END-IF.
           CLOSE ALLOC-FILE.
           CLOSE ERROR-FILE.

           DISPLAY "LANDED-COST TOTALS -- CHARGES READ: " WS-READ-COUNT
                   " RETRIED: " WS-RETRIED-COUNT
                   " COSTED: " WS-APPLIED-COUNT
                   " LINES: " WS-LINE-COUNT
                   " ALLOCATED: " WS-TOTAL-APPLIED
                   " CAPITALIZED: " WS-TOTAL-CAPITALIZED
                   " TO COST OF SALES: " WS-TOTAL-EXPENSED
                   " HELD: " WS-HELD-COUNT
                   " ERRORS: " WS-ERROR-COUNT.
           IF WS-HELD-COUNT > 0 OR WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UPDATE-ERRORS > 0
               DISPLAY "ALERT: " WS-UPDATE-ERRORS
                       " ITEM COSTS COULD NOT BE UPDATED."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A missing register just means nothing has ever been posted
      * through the guard -- the first guarded run creates it.
       OPEN-POSTING-REGISTER.
           OPEN I-O POSTING-REG-FILE.
           IF FS-POSTING-REG NOT = "00"
               OPEN OUTPUT POSTING-REG-FILE
               CLOSE POSTING-REG-FILE
               OPEN I-O POSTING-REG-FILE
           END-IF.
           IF FS-POSTING-REG = "00"
               SET POSTING-REG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "LANDED-COST WARNING: CANNOT OPEN POSTING "
                       "REGISTER (" FS-POSTING-REG "), DUPLICATE "
                       "GUARD IS OFF THIS RUN."
           END-IF.
       END-OPEN-POSTING-REG.
           CONTINUE.

      * Charges held on earlier runs go first, in the order they
      * were held; one whose delivery has still not been booked
      * is simply held again with its original held date.
       RETRY-HELD-CHARGES.
           OPEN INPUT HELD-FILE.
           IF FS-HELD NOT = "00"
               GO TO END-RETRY-HELD-CHARGES
           END-IF.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
               READ HELD-FILE
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
                   NOT AT END
                       ADD 1 TO WS-RETRIED-COUNT
                       MOVE HL-CHARGE TO WS-CHARGE
                       MOVE HL-HELD-DATE TO WS-HELD-SINCE
                       PERFORM COST-ONE-CHARGE
                           THRU END-COST-ONE-CHARGE
               END-READ
           END-PERFORM.
           CLOSE HELD-FILE.
       END-RETRY-HELD-CHARGES.
           CONTINUE.

       COST-CHARGE-FEED.
           OPEN INPUT CHARGE-FILE.
           IF FS-CHARGE NOT = "00"
               DISPLAY "LANDED-COST: NO CHARGES FEED THIS RUN: "
                       FS-CHARGE
               GO TO END-COST-CHARGE-FEED
           END-IF.
           PERFORM UNTIL WS-CHARGE-EOF = 'Y'
               READ CHARGE-FILE
                   AT END
                       MOVE 'Y' TO WS-CHARGE-EOF
                   NOT AT END
                       IF LH-MARKER = "0000"
                           PERFORM CHECK-FEED-IDENTITY
                               THRU END-CHECK-IDENTITY
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM VALIDATE-CHARGE
                               THRU END-VALIDATE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGE-FILE.
           IF DUPLICATE-FILE-BLOCKED
               DISPLAY "LANDED-COST: FEED ALREADY COSTED, "
                       "NOTHING APPLIED FROM IT."
           ELSE
               PERFORM RECORD-POSTED-IDENTITY
                   THRU END-RECORD-POSTED
           END-IF.
       END-COST-CHARGE-FEED.
           CONTINUE.

      * The header comes first, so a feed already on the register
      * is stopped before any of its charges is costed.
       CHECK-FEED-IDENTITY.
           SET HEADER-WAS-SEEN TO TRUE.
           MOVE LH-BUSINESS-DATE TO WS-FILE-DATE.
           MOVE LH-SEQUENCE-NO TO WS-FILE-SEQ.
           IF NOT POSTING-REG-IS-OPEN
               GO TO END-CHECK-IDENTITY
           END-IF.
           MOVE WS-FILE-DATE TO PG-BUSINESS-DATE.
           MOVE WS-FILE-SEQ TO PG-SEQUENCE-NO.
           READ POSTING-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FORCE-POSTING
                       DISPLAY "LANDED-COST WARNING: RE-COSTING "
                               "ALREADY-APPLIED FILE " WS-FILE-DATE
                               "/" WS-FILE-SEQ " UNDER FORCE."
                   ELSE
                       SET DUPLICATE-FILE-BLOCKED TO TRUE
                       MOVE 'Y' TO WS-CHARGE-EOF
                   END-IF
           END-READ.
       END-CHECK-IDENTITY.
           CONTINUE.

      * A feed with no header costs as before but cannot be
      * guarded, which is worth a warning.
       RECORD-POSTED-IDENTITY.
           IF NOT POSTING-REG-IS-OPEN
               GO TO END-RECORD-POSTED
           END-IF.
           IF NOT HEADER-WAS-SEEN
               DISPLAY "LANDED-COST WARNING: FEED CARRIED NO "
                       "IDENTITY HEADER, DUPLICATE GUARD NOT "
                       "APPLIED."
               GO TO END-RECORD-POSTED
           END-IF.
           MOVE WS-FILE-DATE TO PG-BUSINESS-DATE.
           MOVE WS-FILE-SEQ TO PG-SEQUENCE-NO.
           WRITE POSTING-REG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       END-RECORD-POSTED.
           CONTINUE.

       VALIDATE-CHARGE.
           IF LC-DELIVERY-REF = SPACES
               MOVE "Delivery reference is blank" TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-CHARGE
           END-IF.
           MOVE CHARGE-RECORD TO WS-CHARGE.
           IF NOT CH-TYPE-VALID
               MOVE "Charge type must be FR, DU, BR or OT"
                   TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-CHARGE
           END-IF.
           IF NOT CH-BY-VALUE AND NOT CH-BY-QTY AND NOT CH-BY-WEIGHT
               MOVE "Basis must be V, Q or W" TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-CHARGE
           END-IF.
           IF LC-AMOUNT IS NOT NUMERIC OR LC-AMOUNT = 0
               MOVE "Charge amount missing or zero" TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-CHARGE
           END-IF.
           MOVE WS-PROC-DATE TO WS-HELD-SINCE.
           PERFORM COST-ONE-CHARGE THRU END-COST-ONE-CHARGE.
       END-VALIDATE-CHARGE.
           CONTINUE.

      * Gathers the delivery's lines, then spreads the charge over
      * them in proportion to each line's measure. Rounding is
      * settled on the last line, so the shares add back to the
      * charge exactly.
       COST-ONE-CHARGE.
           PERFORM GATHER-DELIVERY-LINES.
           EVALUATE TRUE
               WHEN WS-LN-COUNT = 0
                   MOVE "NO DELIVERY" TO WS-HOLD-REASON
               WHEN LINES-OVERFLOWED
                   MOVE "TOO MANY LINES" TO WS-HOLD-REASON
               WHEN WS-TOTAL-MEASURE = 0 AND CH-BY-WEIGHT
                   MOVE "NO ITEM WEIGHTS" TO WS-HOLD-REASON
               WHEN WS-TOTAL-MEASURE = 0
                   MOVE "NO BASIS VALUE" TO WS-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-HOLD-REASON
           END-EVALUATE.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM HOLD-CHARGE
               GO TO END-COST-ONE-CHARGE
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           ADD CH-AMOUNT TO WS-TOTAL-APPLIED.
           MOVE CH-AMOUNT TO WS-LEFT-TO-SPREAD.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-IDX = WS-LN-COUNT
                   MOVE WS-LEFT-TO-SPREAD TO WS-SHARE
               ELSE
                   COMPUTE WS-SHARE ROUNDED = CH-AMOUNT
                       * WS-LN-MEASURE(WS-LN-IDX) / WS-TOTAL-MEASURE
                   IF WS-SHARE > WS-LEFT-TO-SPREAD
                       MOVE WS-LEFT-TO-SPREAD TO WS-SHARE
                   END-IF
               END-IF
               SUBTRACT WS-SHARE FROM WS-LEFT-TO-SPREAD
               PERFORM COST-ONE-LINE THRU END-COST-ONE-LINE
           END-PERFORM.
       END-COST-ONE-CHARGE.
           CONTINUE.

      * Reversed or zero lines carry nothing to spread over and
      * are left out. A line's weight is its quantity times the
      * item's net weight; an item not on the master weighs
      * nothing.
       GATHER-DELIVERY-LINES.
           MOVE 0 TO WS-LN-COUNT.
           MOVE 0 TO WS-TOTAL-MEASURE.
           MOVE 'N' TO WS-LN-OVFL-FLAG.
           MOVE 'N' TO WS-RECEIVED-EOF.
           OPEN INPUT RECEIVED-FILE.
           IF FS-RECEIVED NOT = "00"
               MOVE 'Y' TO WS-RECEIVED-EOF
           END-IF.
           PERFORM UNTIL WS-RECEIVED-EOF = 'Y'
               READ RECEIVED-FILE
                   AT END
                       MOVE 'Y' TO WS-RECEIVED-EOF
                   NOT AT END
                       IF RV-DELIVERY-REF = CH-DELIVERY-REF
                               AND RV-QTY > 0
                           PERFORM GATHER-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF FS-RECEIVED = "00" OR FS-RECEIVED = "10"
               CLOSE RECEIVED-FILE
           END-IF.

       GATHER-ONE-LINE.
           IF WS-LN-COUNT >= 200
               SET LINES-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE RV-ITEM-CODE TO WS-LN-ITEM(WS-LN-COUNT)
               MOVE RV-RECEIPT-DATE TO WS-LN-DATE(WS-LN-COUNT)
               MOVE RV-QTY TO WS-LN-QTY(WS-LN-COUNT)
               EVALUATE TRUE
                   WHEN CH-BY-VALUE
                       COMPUTE WS-LN-MEASURE(WS-LN-COUNT) =
                           RV-QTY * RV-UNIT-COST
                   WHEN CH-BY-QTY
                       MOVE RV-QTY TO WS-LN-MEASURE(WS-LN-COUNT)
                   WHEN OTHER
                       MOVE RV-ITEM-CODE TO IM-ITEM-CODE
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               MOVE 0 TO WS-LN-MEASURE(WS-LN-COUNT)
                           NOT INVALID KEY
                               COMPUTE WS-LN-MEASURE(WS-LN-COUNT) =
                                   RV-QTY * IM-NET-WEIGHT-G
                       END-READ
               END-EVALUATE
               ADD WS-LN-MEASURE(WS-LN-COUNT) TO WS-TOTAL-MEASURE
           END-IF.

      * The share that still sits on the shelf is capitalized: in
      * proportion to the line's quantity, as far as the item's
      * stock on hand covers it. The average cost moves by that
      * amount spread over the stock on hand.
       COST-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-CAPITALIZED.
           MOVE WS-LN-ITEM(WS-LN-IDX) TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "ITEM NOT FOUND" TO WS-NOTE
                   MOVE 0 TO WS-OLD-COST
                   MOVE 0 TO WS-NEW-COST
           END-READ.
           IF WS-NOTE NOT = SPACES
               MOVE WS-SHARE TO WS-EXPENSED
               GO TO WRITE-LINE-RESULT
           END-IF.

           MOVE IM-UNIT-COST TO WS-OLD-COST.
           MOVE IM-UNIT-COST TO WS-NEW-COST.
           EVALUATE TRUE
               WHEN IM-STOCK-QTY <= 0
                   MOVE "NONE ON HAND" TO WS-NOTE
               WHEN IM-STOCK-QTY >= WS-LN-QTY(WS-LN-IDX)
                   MOVE WS-SHARE TO WS-CAPITALIZED
               WHEN OTHER
                   COMPUTE WS-CAPITALIZED ROUNDED = WS-SHARE
                       * IM-STOCK-QTY / WS-LN-QTY(WS-LN-IDX)
                   MOVE "PART ON HAND" TO WS-NOTE
           END-EVALUATE.
           IF WS-CAPITALIZED > 0
               COMPUTE WS-NEW-COST ROUNDED = IM-UNIT-COST
                   + WS-CAPITALIZED / IM-STOCK-QTY
               MOVE IM-ITEM-CODE TO WS-UPD-ITEM
               MOVE IM-UNIT-PRICE TO WS-UPD-PRICE
               MOVE WS-NEW-COST TO WS-UPD-COST
               MOVE IM-TAX-RATE TO WS-UPD-TAX-RATE
               MOVE IM-CURRENCY-CODE TO WS-UPD-CURRENCY
               CALL "PRICE_UPDATE" USING WS-UPD-ITEM, WS-UPD-PRICE,
                       WS-UPD-COST, WS-UPD-TAX-RATE, WS-UPD-CURRENCY,
                       WS-UPD-ZONE, WS-UPDATE-STATUS
               IF WS-UPDATE-STATUS NOT = "00"
                   DISPLAY "LANDED-COST: COST UPDATE REJECTED FOR "
                           WS-UPD-ITEM ", STATUS: " WS-UPDATE-STATUS
                   ADD 1 TO WS-UPDATE-ERRORS
                   MOVE "COST NOT SET" TO WS-NOTE
                   MOVE 0 TO WS-CAPITALIZED
                   MOVE WS-OLD-COST TO WS-NEW-COST
               END-IF
           END-IF.
           COMPUTE WS-EXPENSED = WS-SHARE - WS-CAPITALIZED.
           PERFORM ADJUST-COST-LAYER THRU END-ADJUST-COST-LAYER.

       WRITE-LINE-RESULT.
           ADD WS-CAPITALIZED TO WS-TOTAL-CAPITALIZED.
           ADD WS-EXPENSED TO WS-TOTAL-EXPENSED.

           MOVE SPACES TO ALLOC-RECORD.
           MOVE WS-PROC-DATE TO AL-RUN-DATE.
           MOVE CH-DELIVERY-REF TO AL-DELIVERY-REF.
           MOVE CH-CHARGE-TYPE TO AL-CHARGE-TYPE.
           MOVE CH-BILL-REF TO AL-BILL-REF.
           MOVE WS-LN-ITEM(WS-LN-IDX) TO AL-ITEM-CODE.
           MOVE WS-LN-DATE(WS-LN-IDX) TO AL-RECEIPT-DATE.
           MOVE WS-LN-QTY(WS-LN-IDX) TO AL-QTY.
           MOVE WS-SHARE TO AL-ALLOCATED.
           MOVE WS-CAPITALIZED TO AL-CAPITALIZED.
           MOVE WS-EXPENSED TO AL-EXPENSED.
           MOVE WS-OLD-COST TO AL-OLD-COST.
           MOVE WS-NEW-COST TO AL-NEW-COST.
           WRITE ALLOC-RECORD.

           MOVE CH-DELIVERY-REF TO LDL-DELIVERY-REF.
           MOVE CH-CHARGE-TYPE TO LDL-CHARGE-TYPE.
           MOVE CH-BASIS TO LDL-BASIS.
           MOVE WS-LN-ITEM(WS-LN-IDX) TO LDL-ITEM-CODE.
           MOVE WS-LN-DATE(WS-LN-IDX) TO LDL-RECEIPT-DATE.
           MOVE WS-LN-QTY(WS-LN-IDX) TO LDL-QTY.
           MOVE WS-SHARE TO LDL-ALLOCATED.
           MOVE WS-CAPITALIZED TO LDL-CAPITALIZED.
           MOVE WS-EXPENSED TO LDL-EXPENSED.
           MOVE WS-OLD-COST TO LDL-OLD-COST.
           MOVE WS-NEW-COST TO LDL-NEW-COST.
           MOVE WS-NOTE TO LDL-NOTE.
           MOVE LANDED-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-COST-ONE-LINE.
           CONTINUE.

      * The charge per unit received goes onto the item's first
      * layer of the receipt date that still has stock left; a
      * delivery already sold through has no layer to carry it.
       ADJUST-COST-LAYER.
           IF NOT LAYER-FILE-OPEN
               GO TO END-ADJUST-COST-LAYER
           END-IF.
           MOVE 'N' TO WS-LAYER-FOUND-FLAG.
           MOVE 'N' TO WS-LAYER-EOF.
           MOVE WS-LN-ITEM(WS-LN-IDX) TO CL-ITEM-CODE.
           MOVE WS-LN-DATE(WS-LN-IDX) TO CL-RECEIPT-DATE.
           MOVE 0 TO CL-SEQ-NO.
           START COST-LAYER-FILE KEY >= CL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y' OR LAYER-FOUND
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF CL-ITEM-CODE NOT = WS-LN-ITEM(WS-LN-IDX)
                           OR CL-RECEIPT-DATE NOT =
                               WS-LN-DATE(WS-LN-IDX)
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           IF CL-QTY-REMAINING > 0
                               SET LAYER-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT LAYER-FOUND
               IF WS-NOTE = SPACES
                   MOVE "NO OPEN LAYER" TO WS-NOTE
               END-IF
               GO TO END-ADJUST-COST-LAYER
           END-IF.
           COMPUTE CL-UNIT-COST ROUNDED = CL-UNIT-COST
               + WS-SHARE / WS-LN-QTY(WS-LN-IDX).
           REWRITE CL-RECORD
               INVALID KEY
                   DISPLAY "LANDED-COST WARNING: LAYER NOT REWRITTEN "
                           "FOR " CL-ITEM-CODE " " CL-RECEIPT-DATE
                           ", STATUS: " FS-LAYER
           END-REWRITE.
       END-ADJUST-COST-LAYER.
           CONTINUE.

       HOLD-CHARGE.
           ADD 1 TO WS-HELD-COUNT.
           ADD CH-AMOUNT TO WS-TOTAL-HELD.
           MOVE WS-CHARGE TO WH-CHARGE.
           MOVE WS-HELD-SINCE TO WH-HELD-DATE.
           MOVE WS-HOLD-REASON TO WH-REASON.
           WRITE NEW-HELD-RECORD FROM WS-HELD-ENTRY.

      * The charges still held are listed under their own heading
      * and copied back over the held file for the next run.
       LIST-HELD-CHARGES.
           OPEN INPUT NEW-HELD-FILE.
           IF FS-NEW-HELD NOT = "00"
               GO TO END-LIST-HELD-CHARGES
           END-IF.
           OPEN OUTPUT HELD-FILE.
           IF WS-HELD-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
               MOVE "CHARGES HELD -- DELIVERY NOT YET COSTABLE"
                   TO WS-RPT-TEXT
               MOVE 'D' TO WS-RPT-ACTION
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
               MOVE WS-HELD-HEADING TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           MOVE 'N' TO WS-HELD-EOF.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
               READ NEW-HELD-FILE INTO WS-HELD-ENTRY
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
                   NOT AT END
                       PERFORM LIST-ONE-HELD-CHARGE
               END-READ
           END-PERFORM.
           CLOSE NEW-HELD-FILE.
           CLOSE HELD-FILE.
       END-LIST-HELD-CHARGES.
           CONTINUE.

       LIST-ONE-HELD-CHARGE.
           WRITE HELD-RECORD FROM WS-HELD-ENTRY.
           MOVE WH-CHARGE TO WS-CHARGE.
           MOVE CH-DELIVERY-REF TO HDL-DELIVERY-REF.
           MOVE CH-CHARGE-TYPE TO HDL-CHARGE-TYPE.
           MOVE CH-BASIS TO HDL-BASIS.
           MOVE CH-BILL-REF TO HDL-BILL-REF.
           MOVE WH-HELD-DATE TO HDL-HELD-DATE.
           MOVE CH-AMOUNT TO HDL-AMOUNT.
           MOVE WH-REASON TO HDL-REASON.
           MOVE HELD-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       WRITE-TO-ERROR.
           MOVE CHARGE-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE CHARGE-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM LANDED-COST.
