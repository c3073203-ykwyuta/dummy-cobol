       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       AUTHOR. Jules.
      *
      * Nightly general-ledger journal interface, so finance stops
      * re-keying the TAX_REMIT, STOCK_VALUE and SHRINK_RPT
      * printouts. For the business date (BIZ_DATE, or a DATE= card
      * on GL_EXTRACT.PARM through PARM_KEYWORD for a rerun) it
      * values the day's movements and nets them by store, item
      * group (the leading two characters of the item code) and
      * movement type:
      *   SG takings, gross HIST-EXT-VALUE          debit
      *   SN sales revenue, HIST-NET-VALUE          credit
      *   ST tax liability, HIST-TAX-AMOUNT         credit
      *   CS cost of sales, HIST-QTY x HIST-UNIT-COST  debit
      *   IV inventory, the other side of CS and of every stock
      *      movement below
      *   CP consignment payable, the other side of CS instead of
      *      IV when the item sold is on CONSIGN_ITEM.IDX -- the
      *      stock was the supplier's, so the sale is owed to them
      *      and never touches our inventory  credit
      *   GR goods received, 'G' entries on INV_AUDIT.LOG  credit
      *   SH/DM/CC stocktake adjustments, the 'A' entries by reason
      *      (EX the expired lots DISPOSITION writes off the same way)
      *   WO/RV write-offs and returns to supplier, the 'W' entries
      * Returns and voids run the sales lines the other way. Audit
      * entries are valued at the item's current unit cost, as
      * SHRINK_RPT values them.
      *
      * The mapping file GL_MAP.DAT turns store, group and movement
      * type into the GL account code; spaces in the store or group
      * column match any, and the most specific card wins (store
      * and group, then store, then group, then the catch-all).
      *
      * Nothing is written until it is proved. Each store's lines
      * are totaled and must balance, debits to credits, with every
      * line mapped; a store that does not is held back whole -- all
      * its lines go to the central exception file (EXC_WRITER)
      * instead of the journal -- so finance never posts half a
      * store's day. The stores that pass are proved again in total
      * before GL_JOURNAL.DAT is opened. The journal carries a "0000"
      * header with the business date and a "9999" trailer with the
      * line count and the debit and credit totals, the DELTA_FEED
      * style, so the ledger load can prove it whole.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT INV-AUDIT-FILE ASSIGN TO DSN-IAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INV-AUDIT.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT CONSIGN-FILE ASSIGN TO DSN-CONSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ITEM-CODE
               FILE STATUS IS FS-CONSIGN.
           SELECT GL-MAP-FILE ASSIGN TO DSN-GL-MAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-MAP.
           SELECT JOURNAL-FILE ASSIGN TO DSN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

      * Mirror of the line INV_UPDATE writes, numeric columns as
      * text since they were written through edited pictures.
       FD  INV-AUDIT-FILE.
       01  IAUDIT-RECORD.
           05  AU-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X.
           05  AU-STORE-CODE        PIC X(4).
           05  FILLER               PIC X.
           05  AU-TRAN-TYPE         PIC X.
           05  FILLER               PIC X.
           05  AU-QTY-TEXT          PIC X(8).
           05  FILLER               PIC X.
           05  AU-BEFORE-TEXT       PIC X(9).
           05  FILLER               PIC X.
           05  AU-AFTER-TEXT        PIC X(9).
           05  FILLER               PIC X.
           05  AU-STATUS            PIC X(2).
           05  FILLER               PIC X.
           05  AU-REASON            PIC X(2).
           05  FILLER               PIC X.
           05  AU-RUN-DATE          PIC 9(8).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  CONSIGN-FILE.
           COPY "CONSREC.CPY".

      * One card per mapping, kept by finance.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-STORE-CODE        PIC X(4).
           05  GM-GROUP-CODE        PIC X(2).
           05  GM-MOVE-TYPE         PIC X(2).
           05  GM-ACCOUNT           PIC X(10).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GJ-BUSINESS-DATE     PIC 9(8).
           05  GJ-STORE-CODE        PIC X(4).
           05  GJ-ACCOUNT           PIC X(10).
           05  GJ-DEBIT             PIC 9(11)V99.
           05  GJ-CREDIT            PIC 9(11)V99.
           05  GJ-GROUP-CODE        PIC X(2).
           05  GJ-MOVE-TYPE         PIC X(2).
       01  JOURNAL-HEADER-RECORD.
           05  GJH-MARKER           PIC X(4).
           05  GJH-BUSINESS-DATE    PIC 9(8).
       01  JOURNAL-TRAILER-RECORD.
           05  GJT-MARKER           PIC X(4).
           05  GJT-LINE-COUNT       PIC 9(7).
           05  GJT-DEBIT-TOTAL      PIC 9(13)V99.
           05  GJT-CREDIT-TOTAL     PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-INV-AUDIT         PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-GL-MAP            PIC X(2).
           05  FS-CONSIGN           PIC X(2).
           05  FS-JOURNAL           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-IAUDIT        PIC X(32)
              VALUE "data/master_update/INV_AUDIT.LOG".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-CONSIGN       PIC X(35)
              VALUE "data/master_update/CONSIGN_ITEM.IDX".
           05 DSN-GL-MAP        PIC X(29)
              VALUE "data/master_update/GL_MAP.DAT".
           05 DSN-JOURNAL       PIC X(33)
              VALUE "data/master_update/GL_JOURNAL.DAT".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/GL_EXTRACT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-HIST-EOF          PIC X VALUE 'N'.
           05  WS-AUDIT-EOF         PIC X VALUE 'N'.
           05  WS-MAP-EOF           PIC X VALUE 'N'.

       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-OPEN       VALUE 'Y'.
       01  WS-CONSIGN-OPEN-FLAG     PIC X VALUE 'N'.
           88  CONSIGN-FILE-OPEN    VALUE 'Y'.
       01  WS-FOUND-FLAG            PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
      * Set when the day cannot be journaled at all -- a table
      * overflowed, or the passing stores failed the grand proof --
      * so nothing is written.
       01  WS-ABANDON-FLAG          PIC X VALUE 'N'.
           88  RUN-ABANDONED        VALUE 'Y'.
       01  WS-ABANDON-REASON        PIC X(24) VALUE SPACES.

      * The mapping cards, loaded once.
       01  WS-MAP-TABLE.
           05  WS-MP-COUNT          PIC 9(4) VALUE 0.
           05  WS-MP-ENTRY OCCURS 1000 TIMES.
               10  WS-MP-STORE      PIC X(4).
               10  WS-MP-GROUP      PIC X(2).
               10  WS-MP-MOVE       PIC X(2).
               10  WS-MP-ACCOUNT    PIC X(10).
       01  WS-MP-IDX                PIC 9(4).

      * The day's movements netted by store, group and type; the
      * amount is signed, debit positive and credit negative.
       01  WS-MOVE-TABLE.
           05  WS-MV-COUNT          PIC 9(5) VALUE 0.
           05  WS-MV-ENTRY OCCURS 5000 TIMES.
               10  WS-MV-STORE      PIC X(4).
               10  WS-MV-GROUP      PIC X(2).
               10  WS-MV-MOVE       PIC X(2).
               10  WS-MV-AMOUNT     PIC S9(11)V99.
               10  WS-MV-ACCOUNT    PIC X(10).
       01  WS-MV-IDX                PIC 9(5).

      * One line per store for the proof.
       01  WS-STORE-TABLE.
           05  WS-GS-COUNT          PIC 9(4) VALUE 0.
           05  WS-GS-ENTRY OCCURS 500 TIMES.
               10  WS-GS-STORE      PIC X(4).
               10  WS-GS-DEBIT      PIC 9(13)V99.
               10  WS-GS-CREDIT     PIC 9(13)V99.
               10  WS-GS-UNMAPPED   PIC 9(5).
               10  WS-GS-HELD-FLAG  PIC X.
                   88  GS-STORE-HELD VALUE 'Y'.
       01  WS-GS-IDX                PIC 9(4).

      * The movement being added to the table.
       01  WS-ADD-STORE             PIC X(4).
       01  WS-ADD-GROUP             PIC X(2).
       01  WS-ADD-MOVE              PIC X(2).
       01  WS-ADD-AMOUNT            PIC S9(11)V99.

       01  WS-TRAN-SIGN             PIC S9 VALUE 1.
       01  WS-COST-VALUE            PIC S9(11)V99.
       01  WS-ENTRY-QTY             PIC S9(7)V99.
       01  WS-ENTRY-VALUE           PIC S9(11)V99.
       01  WS-ENTRY-REASON          PIC X(2).
       01  WS-DEBIT-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL          PIC 9(13)V99 VALUE 0.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "GL-EXTRACT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "GL".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).
       01  WS-EXC-LINE.
           05  EL-STORE-CODE        PIC X(4).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-GROUP-CODE        PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-MOVE-TYPE         PIC X(2).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-ACCOUNT           PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  EL-AMOUNT            PIC -(11)9.99.
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-CONTROL-COUNTS.
           05  WS-HIST-COUNT        PIC 9(7) VALUE 0.
           05  WS-AUDIT-COUNT       PIC 9(7) VALUE 0.
           05  WS-JOURNAL-COUNT     PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-STORES       PIC 9(5) VALUE 0.
           05  WS-UNCOSTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           MOVE "DATE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
                   AND WS-KW-VALUE(1:8) NOT = "00000000"
               MOVE WS-KW-VALUE(1:8) TO WS-PROC-DATE
               DISPLAY "GL-EXTRACT: REBUILDING THE JOURNAL FOR "
                       WS-PROC-DATE
           END-IF.
           CALL "EXC_SETDATE" USING WS-PROC-DATE.

           PERFORM LOAD-MAP-TABLE THRU END-LOAD-MAP-TABLE.
           IF WS-MP-COUNT = 0
               DISPLAY "GL-EXTRACT: NO GL MAPPING ON FILE, NO "
                       "JOURNAL WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COLLECT-SALES THRU END-COLLECT-SALES.
           IF NOT RUN-ABANDONED
               PERFORM COLLECT-STOCK-MOVES THRU END-COLLECT-STOCK
           END-IF.
           IF NOT RUN-ABANDONED
               PERFORM PROVE-STORES THRU END-PROVE-STORES
           END-IF.
           IF RUN-ABANDONED
               DISPLAY "GL-EXTRACT: " WS-ABANDON-REASON
                       " -- DEBITS " WS-DEBIT-TOTAL
                       " CREDITS " WS-CREDIT-TOTAL
                       ", NO JOURNAL WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-JOURNAL THRU END-WRITE-JOURNAL.

           DISPLAY "GL-EXTRACT TOTALS -- DATE: " WS-PROC-DATE
                   " HISTORY: " WS-HIST-COUNT
                   " AUDIT: " WS-AUDIT-COUNT
                   " JOURNAL LINES: " WS-JOURNAL-COUNT
                   " DEBITS: " WS-DEBIT-TOTAL
                   " CREDITS: " WS-CREDIT-TOTAL.
           DISPLAY "GL-EXTRACT HELD -- STORES: " WS-HELD-STORES
                   " LINES: " WS-HELD-COUNT
                   " UNCOSTED AUDIT ENTRIES: " WS-UNCOSTED-COUNT.

           PERFORM SET-CONDITION-CODE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 lines held but within tolerance, 8
      * the held count exceeded WS-ERROR-THRESHOLD.
       SET-CONDITION-CODE.
           IF WS-HELD-COUNT + WS-UNCOSTED-COUNT > WS-ERROR-THRESHOLD
               DISPLAY "ALERT: ERROR COUNT EXCEEDS THRESHOLD OF "
                       WS-ERROR-THRESHOLD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT + WS-UNCOSTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE.
           IF FS-GL-MAP NOT = "00"
               GO TO END-LOAD-MAP-TABLE
           END-IF.
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       IF GM-MOVE-TYPE NOT = SPACES
                               AND GM-ACCOUNT NOT = SPACES
                           IF WS-MP-COUNT < 1000
                               ADD 1 TO WS-MP-COUNT
                               MOVE GM-STORE-CODE TO
                                       WS-MP-STORE(WS-MP-COUNT)
                               MOVE GM-GROUP-CODE TO
                                       WS-MP-GROUP(WS-MP-COUNT)
                               MOVE GM-MOVE-TYPE TO
                                       WS-MP-MOVE(WS-MP-COUNT)
                               MOVE GM-ACCOUNT TO
                                       WS-MP-ACCOUNT(WS-MP-COUNT)
                           ELSE
                               DISPLAY "GL-EXTRACT WARNING: MAPPING "
                                       "TABLE FULL, CARD SKIPPED."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-MAP-FILE.
       END-LOAD-MAP-TABLE.
           CONTINUE.

      * The business date's history: takings, revenue, tax, and the
      * cost of what left the shelf. A return or void reverses each.
       COLLECT-SALES.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "GL-EXTRACT WARNING: NO SALES HISTORY ON "
                       "FILE: " FS-HISTORY
               GO TO END-COLLECT-SALES
           END-IF.
      * No consignment file means nothing is held on consignment.
           OPEN INPUT CONSIGN-FILE.
           IF FS-CONSIGN = "00"
               SET CONSIGN-FILE-OPEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y' OR RUN-ABANDONED
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-TRAN-DATE = WS-PROC-DATE
                           ADD 1 TO WS-HIST-COUNT
                           PERFORM COLLECT-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF CONSIGN-FILE-OPEN
               CLOSE CONSIGN-FILE
           END-IF.
       END-COLLECT-SALES.
           CONTINUE.

       COLLECT-ONE-SALE.
           IF HIST-TRAN-TYPE = 'R' OR HIST-TRAN-TYPE = 'V'
               MOVE -1 TO WS-TRAN-SIGN
           ELSE
               MOVE 1 TO WS-TRAN-SIGN
           END-IF.
           MOVE HIST-STORE-CODE TO WS-ADD-STORE.
           MOVE HIST-ITEM-CODE(1:2) TO WS-ADD-GROUP.
           MOVE "SG" TO WS-ADD-MOVE.
           COMPUTE WS-ADD-AMOUNT = HIST-EXT-VALUE * WS-TRAN-SIGN.
           PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT.
           MOVE "SN" TO WS-ADD-MOVE.
           COMPUTE WS-ADD-AMOUNT = HIST-NET-VALUE * WS-TRAN-SIGN * -1.
           PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT.
           MOVE "ST" TO WS-ADD-MOVE.
           COMPUTE WS-ADD-AMOUNT =
                   HIST-TAX-AMOUNT * WS-TRAN-SIGN * -1.
           PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT.
           COMPUTE WS-COST-VALUE ROUNDED =
                   HIST-QTY * HIST-UNIT-COST * WS-TRAN-SIGN.
           MOVE "CS" TO WS-ADD-MOVE.
           MOVE WS-COST-VALUE TO WS-ADD-AMOUNT.
           PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT.
           MOVE "IV" TO WS-ADD-MOVE.
           IF CONSIGN-FILE-OPEN
               MOVE HIST-ITEM-CODE TO CN-ITEM-CODE
               READ CONSIGN-FILE
                   NOT INVALID KEY
                       MOVE "CP" TO WS-ADD-MOVE
               END-READ
           END-IF.
           COMPUTE WS-ADD-AMOUNT = WS-COST-VALUE * -1.
           PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT.

      * The business date's goods inward, stocktake adjustments and
      * write-offs, each valued at the item's current cost and
      * posted against inventory.
       COLLECT-STOCK-MOVES.
           OPEN INPUT INV-AUDIT-FILE.
           IF FS-INV-AUDIT NOT = "00"
               GO TO END-COLLECT-STOCK
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "GL-EXTRACT WARNING: NO ITEM MASTER, STOCK "
                       "MOVEMENTS CANNOT BE COSTED: " FS-ITEM
           ELSE
               SET ITEM-FILE-OPEN TO TRUE
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y' OR RUN-ABANDONED
               READ INV-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       IF AU-RUN-DATE = WS-PROC-DATE
                               AND AU-STATUS = "00"
                               AND (AU-TRAN-TYPE = 'G'
                               OR AU-TRAN-TYPE = 'A'
                               OR AU-TRAN-TYPE = 'W')
                           ADD 1 TO WS-AUDIT-COUNT
                           PERFORM COLLECT-ONE-STOCK-MOVE
                                   THRU END-COLLECT-ONE-STOCK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INV-AUDIT-FILE.
           IF ITEM-FILE-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
       END-COLLECT-STOCK.
           CONTINUE.

       COLLECT-ONE-STOCK-MOVE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF ITEM-FILE-OPEN
               MOVE AU-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       SET ENTRY-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNCOSTED-COUNT
               MOVE IAUDIT-RECORD TO WS-EXC-ORIGINAL
               MOVE "Item not on master, movement not costed."
                       TO WS-EXC-MESSAGE
               CALL "EXC_WRITER" USING WS-EXC-PROGRAM,
                       WS-EXC-CATEGORY, WS-EXC-SEVERITY,
                       WS-EXC-ORIGINAL, WS-EXC-MESSAGE
               GO TO END-COLLECT-ONE-STOCK
           END-IF.

           COMPUTE WS-ENTRY-QTY = FUNCTION NUMVAL(AU-QTY-TEXT).
           COMPUTE WS-ENTRY-VALUE ROUNDED =
                   WS-ENTRY-QTY * IM-UNIT-COST.
           MOVE AU-STORE-CODE TO WS-ADD-STORE.
           MOVE AU-ITEM-CODE(1:2) TO WS-ADD-GROUP.
           MOVE AU-REASON TO WS-ENTRY-REASON.

           EVALUATE AU-TRAN-TYPE
               WHEN 'G'
                   MOVE "IV" TO WS-ADD-MOVE
                   MOVE WS-ENTRY-VALUE TO WS-ADD-AMOUNT
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
                   MOVE "GR" TO WS-ADD-MOVE
                   COMPUTE WS-ADD-AMOUNT = WS-ENTRY-VALUE * -1
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
      * A signed adjustment: a loss debits the reason's expense
      * account and credits inventory, a gain the other way.
               WHEN 'A'
                   IF WS-ENTRY-REASON = SPACES
                       MOVE "CC" TO WS-ENTRY-REASON
                   END-IF
                   MOVE "IV" TO WS-ADD-MOVE
                   MOVE WS-ENTRY-VALUE TO WS-ADD-AMOUNT
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
                   MOVE WS-ENTRY-REASON TO WS-ADD-MOVE
                   COMPUTE WS-ADD-AMOUNT = WS-ENTRY-VALUE * -1
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
               WHEN 'W'
                   IF WS-ENTRY-REASON = SPACES
                       MOVE "WO" TO WS-ENTRY-REASON
                   END-IF
                   MOVE WS-ENTRY-REASON TO WS-ADD-MOVE
                   MOVE WS-ENTRY-VALUE TO WS-ADD-AMOUNT
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
                   MOVE "IV" TO WS-ADD-MOVE
                   COMPUTE WS-ADD-AMOUNT = WS-ENTRY-VALUE * -1
                   PERFORM ADD-MOVEMENT THRU END-ADD-MOVEMENT
           END-EVALUATE.
       END-COLLECT-ONE-STOCK.
           CONTINUE.

      * Nets WS-ADD-AMOUNT into the store/group/type line, opening
      * one if this is the first movement of its kind.
       ADD-MOVEMENT.
           IF WS-ADD-AMOUNT = 0
               GO TO END-ADD-MOVEMENT
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-STORE(WS-MV-IDX) = WS-ADD-STORE
                       AND WS-MV-GROUP(WS-MV-IDX) = WS-ADD-GROUP
                       AND WS-MV-MOVE(WS-MV-IDX) = WS-ADD-MOVE
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-MV-COUNT >= 5000
                   MOVE "MOVEMENT TABLE FULL" TO WS-ABANDON-REASON
                   SET RUN-ABANDONED TO TRUE
                   GO TO END-ADD-MOVEMENT
               END-IF
               ADD 1 TO WS-MV-COUNT
               MOVE WS-MV-COUNT TO WS-MV-IDX
               MOVE WS-ADD-STORE TO WS-MV-STORE(WS-MV-IDX)
               MOVE WS-ADD-GROUP TO WS-MV-GROUP(WS-MV-IDX)
               MOVE WS-ADD-MOVE TO WS-MV-MOVE(WS-MV-IDX)
               MOVE 0 TO WS-MV-AMOUNT(WS-MV-IDX)
               MOVE SPACES TO WS-MV-ACCOUNT(WS-MV-IDX)
           END-IF.
           ADD WS-ADD-AMOUNT TO WS-MV-AMOUNT(WS-MV-IDX).
       END-ADD-MOVEMENT.
           CONTINUE.

      * Maps every line and totals each store's debits and credits.
      * A store with an unmapped line or unequal sides is held and
      * its lines sent to the exception file; what remains must
      * balance in total before the journal is opened.
       PROVE-STORES.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-AMOUNT(WS-MV-IDX) NOT = 0
                   PERFORM FIND-ACCOUNT THRU END-FIND-ACCOUNT
                   PERFORM FIND-OR-ADD-STORE
                   IF WS-MV-ACCOUNT(WS-MV-IDX) = SPACES
                       ADD 1 TO WS-GS-UNMAPPED(WS-GS-IDX)
                   END-IF
                   IF WS-MV-AMOUNT(WS-MV-IDX) > 0
                       ADD WS-MV-AMOUNT(WS-MV-IDX) TO
                               WS-GS-DEBIT(WS-GS-IDX)
                   ELSE
                       SUBTRACT WS-MV-AMOUNT(WS-MV-IDX) FROM
                               WS-GS-CREDIT(WS-GS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF RUN-ABANDONED
               GO TO END-PROVE-STORES
           END-IF.

           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               IF WS-GS-UNMAPPED(WS-GS-IDX) > 0
                       OR WS-GS-DEBIT(WS-GS-IDX)
                       NOT = WS-GS-CREDIT(WS-GS-IDX)
                   SET GS-STORE-HELD(WS-GS-IDX) TO TRUE
                   ADD 1 TO WS-HELD-STORES
                   DISPLAY "GL-EXTRACT: STORE " WS-GS-STORE(WS-GS-IDX)
                           " HELD -- DEBITS " WS-GS-DEBIT(WS-GS-IDX)
                           " CREDITS " WS-GS-CREDIT(WS-GS-IDX)
                           " UNMAPPED " WS-GS-UNMAPPED(WS-GS-IDX)
               ELSE
                   ADD WS-GS-DEBIT(WS-GS-IDX) TO WS-DEBIT-TOTAL
                   ADD WS-GS-CREDIT(WS-GS-IDX) TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "JOURNAL OUT OF BALANCE" TO WS-ABANDON-REASON
               SET RUN-ABANDONED TO TRUE
               GO TO END-PROVE-STORES
           END-IF.

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-AMOUNT(WS-MV-IDX) NOT = 0
                   PERFORM FIND-OR-ADD-STORE
                   IF GS-STORE-HELD(WS-GS-IDX)
                       PERFORM HOLD-JOURNAL-LINE
                   END-IF
               END-IF
           END-PERFORM.
       END-PROVE-STORES.
           CONTINUE.

      * Most specific card first: store and group, store alone,
      * group alone, then the catch-all for the movement type.
       FIND-ACCOUNT.
           MOVE SPACES TO WS-MV-ACCOUNT(WS-MV-IDX).
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-MOVE(WS-MP-IDX) = WS-MV-MOVE(WS-MV-IDX)
                       AND WS-MP-STORE(WS-MP-IDX)
                       = WS-MV-STORE(WS-MV-IDX)
                       AND WS-MP-GROUP(WS-MP-IDX)
                       = WS-MV-GROUP(WS-MV-IDX)
                   MOVE WS-MP-ACCOUNT(WS-MP-IDX) TO
                           WS-MV-ACCOUNT(WS-MV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MV-ACCOUNT(WS-MV-IDX) NOT = SPACES
               GO TO END-FIND-ACCOUNT
           END-IF.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-MOVE(WS-MP-IDX) = WS-MV-MOVE(WS-MV-IDX)
                       AND WS-MP-STORE(WS-MP-IDX)
                       = WS-MV-STORE(WS-MV-IDX)
                       AND WS-MP-GROUP(WS-MP-IDX) = SPACES
                   MOVE WS-MP-ACCOUNT(WS-MP-IDX) TO
                           WS-MV-ACCOUNT(WS-MV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MV-ACCOUNT(WS-MV-IDX) NOT = SPACES
               GO TO END-FIND-ACCOUNT
           END-IF.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-MOVE(WS-MP-IDX) = WS-MV-MOVE(WS-MV-IDX)
                       AND WS-MP-STORE(WS-MP-IDX) = SPACES
                       AND WS-MP-GROUP(WS-MP-IDX)
                       = WS-MV-GROUP(WS-MV-IDX)
                   MOVE WS-MP-ACCOUNT(WS-MP-IDX) TO
                           WS-MV-ACCOUNT(WS-MV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MV-ACCOUNT(WS-MV-IDX) NOT = SPACES
               GO TO END-FIND-ACCOUNT
           END-IF.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-MOVE(WS-MP-IDX) = WS-MV-MOVE(WS-MV-IDX)
                       AND WS-MP-STORE(WS-MP-IDX) = SPACES
                       AND WS-MP-GROUP(WS-MP-IDX) = SPACES
                   MOVE WS-MP-ACCOUNT(WS-MP-IDX) TO
                           WS-MV-ACCOUNT(WS-MV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       END-FIND-ACCOUNT.
           CONTINUE.

       FIND-OR-ADD-STORE.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               IF WS-GS-STORE(WS-GS-IDX) = WS-MV-STORE(WS-MV-IDX)
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-GS-COUNT < 500
                   ADD 1 TO WS-GS-COUNT
                   MOVE WS-GS-COUNT TO WS-GS-IDX
                   MOVE WS-MV-STORE(WS-MV-IDX) TO
                           WS-GS-STORE(WS-GS-IDX)
                   MOVE 0 TO WS-GS-DEBIT(WS-GS-IDX)
                   MOVE 0 TO WS-GS-CREDIT(WS-GS-IDX)
                   MOVE 0 TO WS-GS-UNMAPPED(WS-GS-IDX)
                   MOVE 'N' TO WS-GS-HELD-FLAG(WS-GS-IDX)
               ELSE
                   MOVE "STORE TABLE FULL" TO WS-ABANDON-REASON
                   SET RUN-ABANDONED TO TRUE
                   MOVE 500 TO WS-GS-IDX
               END-IF
           END-IF.

       HOLD-JOURNAL-LINE.
           MOVE WS-MV-STORE(WS-MV-IDX) TO EL-STORE-CODE.
           MOVE WS-MV-GROUP(WS-MV-IDX) TO EL-GROUP-CODE.
           MOVE WS-MV-MOVE(WS-MV-IDX) TO EL-MOVE-TYPE.
           MOVE WS-MV-ACCOUNT(WS-MV-IDX) TO EL-ACCOUNT.
           MOVE WS-MV-AMOUNT(WS-MV-IDX) TO EL-AMOUNT.
           MOVE WS-EXC-LINE TO WS-EXC-ORIGINAL.
           IF WS-MV-ACCOUNT(WS-MV-IDX) = SPACES
               MOVE "No GL account mapped, store held."
                       TO WS-EXC-MESSAGE
           ELSE
               MOVE "Store journal out of balance, held."
                       TO WS-EXC-MESSAGE
           END-IF.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.
           ADD 1 TO WS-HELD-COUNT.

      * Only proved stores reach the journal.
       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           IF FS-JOURNAL NOT = "00"
               DISPLAY "GL-EXTRACT: CANNOT OPEN JOURNAL FILE: "
                       FS-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "0000" TO GJH-MARKER.
           MOVE WS-PROC-DATE TO GJH-BUSINESS-DATE.
           WRITE JOURNAL-HEADER-RECORD.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-AMOUNT(WS-MV-IDX) NOT = 0
                   PERFORM FIND-OR-ADD-STORE
                   IF NOT GS-STORE-HELD(WS-GS-IDX)
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "9999" TO GJT-MARKER.
           MOVE WS-JOURNAL-COUNT TO GJT-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
           WRITE JOURNAL-TRAILER-RECORD.
           CLOSE JOURNAL-FILE.
       END-WRITE-JOURNAL.
           CONTINUE.

       WRITE-JOURNAL-LINE.
           MOVE WS-PROC-DATE TO GJ-BUSINESS-DATE.
           MOVE WS-MV-STORE(WS-MV-IDX) TO GJ-STORE-CODE.
           MOVE WS-MV-ACCOUNT(WS-MV-IDX) TO GJ-ACCOUNT.
           MOVE WS-MV-GROUP(WS-MV-IDX) TO GJ-GROUP-CODE.
           MOVE WS-MV-MOVE(WS-MV-IDX) TO GJ-MOVE-TYPE.
           IF WS-MV-AMOUNT(WS-MV-IDX) > 0
               MOVE WS-MV-AMOUNT(WS-MV-IDX) TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
           ELSE
               MOVE 0 TO GJ-DEBIT
               COMPUTE GJ-CREDIT = WS-MV-AMOUNT(WS-MV-IDX) * -1
           END-IF.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.

       END PROGRAM GL-EXTRACT.
