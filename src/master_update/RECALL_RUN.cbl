       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-RUN.
       AUTHOR. Jules.
      *
      * Product recall and quarantine. Reads the recall requests on
      * RECALL_REQ.DAT, one per line: action 'R' raises a recall of
      * an item, 'C' closes (lifts) the item's open recall.
      *
      * A raise may narrow the recall by supplier (the item must be
      * that supplier's), by a receipt-date range, and by lot. It
      * sets the item's quarantine flag on the master, after which
      * INV_UPDATE refuses every further sale of it and SALES_PROC
      * rejects those sales under RECALL. Each store's affected
      * sellable balance is then moved into the store's damaged
      * bucket through INV_UPDATE's 'Q' transaction, reason "RC",
      * to wait for DISPOSITION. With a lot or date range the
      * affected balance is the store's lots on LOT_STOCK.IDX that
      * match; when no lot matches (the item is not lot-controlled)
      * the whole store balance on STORE_STOCK.IDX is taken -- stock
      * that cannot be told apart is all quarantined.
      *
      * Every trade-account sale of the item (HIST-CUST-NO on the
      * sales history) from the start of the affected window -- the
      * range's from-date, else the earliest matched lot's receipt
      * date, else all history -- is listed with its store, receipt
      * number and date on RECALL_RUN.LST so the customer can be
      * contacted. Anonymous retail sales cannot be traced and are
      * only counted.
      *
      * Each raise is recorded on the recall register
      * (RECALL_REG.IDX, RECALLREC.CPY) with the date raised and
      * what it caught; a close marks the register entry closed
      * with the date and clears the quarantine flag. The quarantined
      * stock stays in the damaged bucket for DISPOSITION either way.
      * Rejected requests go to RECALL_ERR.LST and the central
      * exception file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO DSN-REQUEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT REGISTER-FILE ASSIGN TO DSN-REGISTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS FS-REGISTER.
           SELECT LOT-FILE ASSIGN TO DSN-LOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS FS-LOT.
           SELECT STORE-STOCK-FILE ASSIGN TO DSN-STORE-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS FS-STORE-STOCK.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-ACTION            PIC X.
               88  RQ-IS-RAISE      VALUE 'R'.
               88  RQ-IS-CLOSE      VALUE 'C'.
           05  RQ-ITEM-CODE         PIC X(8).
      * Optional narrowing on a raise: spaces or zero for none.
           05  RQ-SUPPLIER-CODE     PIC X(4).
           05  RQ-FROM-DATE         PIC 9(8).
           05  RQ-TO-DATE           PIC 9(8).
           05  RQ-LOT-NO            PIC X(10).
           05  RQ-REFERENCE         PIC X(12).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(51).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  REGISTER-FILE.
           COPY "RECALLREC.CPY".

       FD  LOT-FILE.
           COPY "LOTREC.CPY".

       FD  STORE-STOCK-FILE.
           COPY "STORESTK.CPY".

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-REQUEST           PIC X(2).
           05  FS-ERROR             PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-REGISTER          PIC X(2).
           05  FS-LOT               PIC X(2).
           05  FS-STORE-STOCK       PIC X(2).
           05  FS-HISTORY           PIC X(2).
           05  FS-CUSTOMER          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-REQUEST       PIC X(33)
              VALUE "data/master_update/RECALL_REQ.DAT".
           05 DSN-ERROR         PIC X(33)
              VALUE "data/master_update/RECALL_ERR.LST".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REGISTER      PIC X(33)
              VALUE "data/master_update/RECALL_REG.IDX".
           05 DSN-LOT           PIC X(32)
              VALUE "data/master_update/LOT_STOCK.IDX".
           05 DSN-STORE-STOCK   PIC X(34)
              VALUE "data/master_update/STORE_STOCK.IDX".
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/RECALL_RUN.LST".

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "PRODUCT RECALLS -- QUARANTINE AND CONTACT LIST".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "CUSTOMER NAME                      CONTACT              
      -        "     STORE RECEIPT  DATE          QTY".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "RECALL-RUN".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "RECALL".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  REQUEST-IS-VALID     VALUE 'Y'.
       01  WS-CUST-OPEN-FLAG        PIC X VALUE 'N'.
           88  CUSTOMER-IS-OPEN     VALUE 'Y'.
       01  WS-REGISTER-OPEN-FLAG    PIC X VALUE 'N'.
           88  REGISTER-IS-OPEN     VALUE 'Y'.
       01  WS-FOUND-FLAG            PIC X.
           88  OPEN-RECALL-FOUND    VALUE 'Y'.

      * The request's narrowing, with spaces on a date read as none.
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-WINDOW-FROM           PIC 9(8).
       01  WS-ITEM-NAME             PIC X(20).

      * The store balances (or lots) this raise will quarantine,
      * gathered before anything is changed so a recall that will
      * not fit is refused whole.
       01  WS-QUARANTINE-TABLE.
           05  WS-QT-ENTRY OCCURS 500 TIMES.
               10  WS-QT-STORE      PIC X(4).
               10  WS-QT-LOT        PIC X(10).
               10  WS-QT-QTY        PIC S9(7)V99.
       01  WS-QT-COUNT              PIC 9(5) VALUE 0.
       01  WS-QT-IDX                PIC 9(5).
       01  WS-QT-OVERFLOW-FLAG      PIC X.
           88  QT-OVERFLOWED        VALUE 'Y'.

      * INV_UPDATE's quantity parameter is narrower than a store
      * balance, so a large balance moves across in slices.
       01  WS-PASS-QTY              PIC S9(5)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-MAX-PASS-QTY          PIC S9(5)V99 VALUE 99999.99.
       01  WS-REMAIN-QTY            PIC S9(7)V99.
       01  WS-UPDATE-STATUS         PIC X(2).
       01  WS-UNIT-PRICE            PIC 9(7)V99.
       01  WS-TAX-RATE              PIC 9(2)V99.
       01  WS-UNIT-COST             PIC 9(7)V99.
       01  WS-REASON-CODE           PIC X(2) VALUE "RC".
       01  WS-NO-EXPIRY             PIC 9(8) VALUE 0.

      * What the current raise caught, for the register.
       01  WS-MOVED-QTY             PIC S9(9)V99.
       01  WS-BALANCE-COUNT         PIC 9(5).
       01  WS-CUSTOMER-LINES        PIC 9(5).
       01  WS-ANONYMOUS-LINES       PIC 9(5).
       01  WS-FAILED-MOVES          PIC 9(5).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-RAISED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT      PIC 9(7) VALUE 0.
           05  WS-TOTAL-BALANCES    PIC 9(7) VALUE 0.
           05  WS-TOTAL-CUSTOMERS   PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
           05  WS-PRINTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EDIT-COUNT            PIC Z(4)9.
       01  WS-EDIT-ANONYMOUS        PIC Z(4)9.

       01  CONTACT-DETAIL-LINE.
           05  CDL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-CUST-NAME        PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-CONTACT          PIC X(25).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-RECEIPT-NO       PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-TRAN-DATE        PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-QTY              PIC -(4)9.99.

       01  BALANCE-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE "STORE ".
           05  BDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(6) VALUE "  LOT ".
           05  BDL-LOT-NO           PIC X(10).
           05  FILLER               PIC X(20)
                   VALUE "  QTY QUARANTINED: ".
           05  BDL-QTY              PIC -(6)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  BDL-NOTE             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           CALL "EXC_SETDATE" USING WS-PROC-DATE.
           CALL "INV_SETDATE" USING WS-PROC-DATE.

           OPEN INPUT REQUEST-FILE.
           IF FS-REQUEST NOT = "00"
               DISPLAY "RECALL-RUN: NO RECALL REQUESTS ON FILE: "
                       FS-REQUEST
               STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           OPEN I-O REGISTER-FILE.
           IF FS-REGISTER NOT = "00"
      * No register yet: create it, then reopen for update.
               OPEN OUTPUT REGISTER-FILE
               IF FS-REGISTER = "00"
                   CLOSE REGISTER-FILE
                   OPEN I-O REGISTER-FILE
               END-IF
           END-IF.
           IF FS-REGISTER = "00"
               SET REGISTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "RECALL-RUN: ERROR OPENING RECALL REGISTER: "
                       FS-REGISTER
               CLOSE REQUEST-FILE ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER = "00"
               SET CUSTOMER-IS-OPEN TO TRUE
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM UNTIL IS-EOF
               READ REQUEST-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-REQUEST THRU END-PROCESS-REQUEST
               END-READ
           END-PERFORM.

           DISPLAY "RECALL-RUN TOTALS -- DATE: " WS-PROC-DATE
                   " READ: " WS-READ-COUNT
                   " RAISED: " WS-RAISED-COUNT
                   " CLOSED: " WS-CLOSED-COUNT
                   " BALANCES QUARANTINED: " WS-TOTAL-BALANCES
                   " CUSTOMER LINES: " WS-TOTAL-CUSTOMERS
                   " ERRORS: " WS-ERROR-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "RECALLS RAISED: " WS-RAISED-COUNT
                  "  CLOSED: " WS-CLOSED-COUNT
                  "  BALANCES QUARANTINED: " WS-TOTAL-BALANCES
                  "  CUSTOMER LINES: " WS-TOTAL-CUSTOMERS
                  "  REJECTED: " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM SET-CONDITION-CODE.

           CLOSE REQUEST-FILE ERROR-FILE REGISTER-FILE.
           IF CUSTOMER-IS-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 requests rejected but within
      * tolerance, 8 the rejected count exceeded WS-ERROR-THRESHOLD.
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

       PROCESS-REQUEST.
           IF RQ-ITEM-CODE = SPACES
               MOVE "Item code is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-REQUEST
           END-IF.
           EVALUATE TRUE
               WHEN RQ-IS-RAISE
                   PERFORM RAISE-RECALL THRU END-RAISE-RECALL
               WHEN RQ-IS-CLOSE
                   PERFORM CLOSE-RECALL THRU END-CLOSE-RECALL
               WHEN OTHER
                   MOVE "Unknown recall action code." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
           END-EVALUATE.
       END-PROCESS-REQUEST.
           CONTINUE.

      *****************************************************************
      * Raising a recall. Nothing is changed until the request has
      * proved out and every affected balance has been gathered.
      *****************************************************************
       RAISE-RECALL.
           MOVE 0 TO WS-FROM-DATE.
           MOVE 0 TO WS-TO-DATE.
           IF RQ-FROM-DATE IS NUMERIC
               MOVE RQ-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF RQ-TO-DATE IS NUMERIC
               MOVE RQ-TO-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE NOT = 0 AND WS-FROM-DATE > WS-TO-DATE
               MOVE "Receipt date range is reversed." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RAISE-RECALL
           END-IF.

           OPEN I-O ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               MOVE "Item master could not be opened." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RAISE-RECALL
           END-IF.
           MOVE 'Y' TO WS-VALID-FLAG.
           MOVE RQ-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Item not found on the master." TO ER-MESSAGE
                   MOVE 'N' TO WS-VALID-FLAG
           END-READ.
           IF REQUEST-IS-VALID AND IM-IS-QUARANTINED
               MOVE "Item is already under recall." TO ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID AND RQ-SUPPLIER-CODE NOT = SPACES
                   AND RQ-SUPPLIER-CODE NOT = IM-SUPPLIER-CODE
               MOVE "Item is not from the supplier named." TO
                       ER-MESSAGE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF REQUEST-IS-VALID
               MOVE RQ-ITEM-CODE TO RR-ITEM-CODE
               MOVE WS-PROC-DATE TO RR-RAISED-DATE
               READ REGISTER-FILE
                   NOT INVALID KEY
                       MOVE "Recall of item already raised today." TO
                               ER-MESSAGE
                       MOVE 'N' TO WS-VALID-FLAG
               END-READ
           END-IF.
           IF NOT REQUEST-IS-VALID
               CLOSE ITEM-MASTER-FILE
               PERFORM WRITE-TO-ERROR
               GO TO END-RAISE-RECALL
           END-IF.
           MOVE IM-ITEM-NAME TO WS-ITEM-NAME.

           PERFORM GATHER-BALANCES THRU END-GATHER-BALANCES.
           IF QT-OVERFLOWED
               CLOSE ITEM-MASTER-FILE
               MOVE "Too many store balances, not raised." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RAISE-RECALL
           END-IF.

      * The flag goes on first, so not one more sale gets through
      * while the stock is being moved.
           SET IM-IS-QUARANTINED TO TRUE.
           REWRITE IM-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-FLAG
           END-REWRITE.
           CLOSE ITEM-MASTER-FILE.
           IF NOT REQUEST-IS-VALID
               MOVE "Quarantine flag could not be set." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RAISE-RECALL
           END-IF.

           PERFORM START-RECALL-PAGE.
           MOVE 0 TO WS-MOVED-QTY.
           MOVE 0 TO WS-BALANCE-COUNT.
           MOVE 0 TO WS-FAILED-MOVES.
           PERFORM QUARANTINE-ONE-BALANCE THRU END-QUARANTINE-BALANCE
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT.

           PERFORM LIST-CUSTOMERS THRU END-LIST-CUSTOMERS.

           MOVE SPACES TO RR-RECORD.
           MOVE RQ-ITEM-CODE TO RR-ITEM-CODE.
           MOVE WS-PROC-DATE TO RR-RAISED-DATE.
           MOVE RQ-REFERENCE TO RR-REFERENCE.
           MOVE RQ-SUPPLIER-CODE TO RR-SUPPLIER-CODE.
           MOVE WS-FROM-DATE TO RR-FROM-DATE.
           MOVE WS-TO-DATE TO RR-TO-DATE.
           MOVE RQ-LOT-NO TO RR-LOT-NO.
           SET RR-IS-OPEN TO TRUE.
           MOVE 0 TO RR-CLOSED-DATE.
           MOVE WS-BALANCE-COUNT TO RR-BALANCE-COUNT.
           MOVE WS-MOVED-QTY TO RR-QTY-QUARANTINED.
           MOVE WS-CUSTOMER-LINES TO RR-CUSTOMER-LINES.
           WRITE RR-RECORD
               INVALID KEY
                   DISPLAY "RECALL-RUN: REGISTER WRITE FAILED FOR "
                           RQ-ITEM-CODE ", STATUS: " FS-REGISTER
           END-WRITE.

           ADD 1 TO WS-RAISED-COUNT.
           ADD WS-BALANCE-COUNT TO WS-TOTAL-BALANCES.
           ADD WS-CUSTOMER-LINES TO WS-TOTAL-CUSTOMERS.
           IF WS-FAILED-MOVES > 0
               MOVE "Recall raised, some stock not moved." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           END-IF.
       END-RAISE-RECALL.
           CONTINUE.

      * With a lot or a receipt-date range the matching lots are the
      * affected stock; the lot file is keyed store first, so the
      * whole file is read. Without either, or when no lot matches,
      * every store's whole sellable balance is.
       GATHER-BALANCES.
           MOVE 0 TO WS-QT-COUNT.
           MOVE 'N' TO WS-QT-OVERFLOW-FLAG.
           MOVE WS-FROM-DATE TO WS-WINDOW-FROM.
           IF RQ-LOT-NO = SPACES AND WS-FROM-DATE = 0
                   AND WS-TO-DATE = 0
               GO TO GATHER-STORE-BALANCES
           END-IF.

           OPEN INPUT LOT-FILE.
           IF FS-LOT NOT = "00"
               GO TO GATHER-STORE-BALANCES
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-LOT THRU END-MATCH-ONE-LOT
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.
           IF WS-QT-COUNT > 0 OR QT-OVERFLOWED
               GO TO END-GATHER-BALANCES
           END-IF.

       GATHER-STORE-BALANCES.
           OPEN INPUT STORE-STOCK-FILE.
           IF FS-STORE-STOCK NOT = "00"
               GO TO END-GATHER-BALANCES
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ STORE-STOCK-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF SS-ITEM-CODE = RQ-ITEM-CODE
                               AND SS-STOCK-QTY > 0
                           MOVE SS-STORE-CODE TO LT-STORE-CODE
                           MOVE SPACES TO LT-LOT-NO
                           MOVE SS-STOCK-QTY TO LT-QTY-REMAINING
                           PERFORM ADD-QUARANTINE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-STOCK-FILE.
       END-GATHER-BALANCES.
           CONTINUE.

       MATCH-ONE-LOT.
           IF LT-ITEM-CODE NOT = RQ-ITEM-CODE
                   OR LT-QTY-REMAINING <= 0
               GO TO END-MATCH-ONE-LOT
           END-IF.
           IF RQ-LOT-NO NOT = SPACES AND LT-LOT-NO NOT = RQ-LOT-NO
               GO TO END-MATCH-ONE-LOT
           END-IF.
           IF WS-FROM-DATE NOT = 0 AND LT-RECEIPT-DATE < WS-FROM-DATE
               GO TO END-MATCH-ONE-LOT
           END-IF.
           IF WS-TO-DATE NOT = 0 AND LT-RECEIPT-DATE > WS-TO-DATE
               GO TO END-MATCH-ONE-LOT
           END-IF.
      * The earliest matched receipt opens the customer window when
      * the request gave no from-date of its own.
           IF WS-FROM-DATE = 0
               IF WS-WINDOW-FROM = 0
                       OR LT-RECEIPT-DATE < WS-WINDOW-FROM
                   MOVE LT-RECEIPT-DATE TO WS-WINDOW-FROM
               END-IF
           END-IF.
           PERFORM ADD-QUARANTINE-ENTRY.
       END-MATCH-ONE-LOT.
           CONTINUE.

      * Caller leaves the store, lot and quantity in the lot record
      * area.
       ADD-QUARANTINE-ENTRY.
           IF WS-QT-COUNT >= 500
               SET QT-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-QT-COUNT
               MOVE LT-STORE-CODE TO WS-QT-STORE(WS-QT-COUNT)
               MOVE LT-LOT-NO TO WS-QT-LOT(WS-QT-COUNT)
               MOVE LT-QTY-REMAINING TO WS-QT-QTY(WS-QT-COUNT)
           END-IF.

      * One store balance (or lot) into the store's damaged bucket,
      * in slices INV_UPDATE's quantity can carry. A refused slice
      * stops the balance and is reported on the page.
       QUARANTINE-ONE-BALANCE.
           MOVE WS-QT-QTY(WS-QT-IDX) TO WS-REMAIN-QTY.
           MOVE "00" TO WS-UPDATE-STATUS.
           PERFORM QUARANTINE-SLICE
               UNTIL WS-REMAIN-QTY = 0
                  OR WS-UPDATE-STATUS NOT = "00".

           MOVE WS-QT-STORE(WS-QT-IDX) TO BDL-STORE-CODE.
           MOVE WS-QT-LOT(WS-QT-IDX) TO BDL-LOT-NO.
           COMPUTE BDL-QTY = WS-QT-QTY(WS-QT-IDX) - WS-REMAIN-QTY.
           IF WS-UPDATE-STATUS = "00"
               MOVE SPACES TO BDL-NOTE
               ADD 1 TO WS-BALANCE-COUNT
           ELSE
               MOVE "NOT ALL MOVED, STATUS: " TO BDL-NOTE
               MOVE WS-UPDATE-STATUS TO BDL-NOTE(24:2)
               ADD 1 TO WS-FAILED-MOVES
           END-IF.
           COMPUTE WS-MOVED-QTY = WS-MOVED-QTY
                   + WS-QT-QTY(WS-QT-IDX) - WS-REMAIN-QTY.
           MOVE BALANCE-DETAIL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-QUARANTINE-BALANCE.
           CONTINUE.

       QUARANTINE-SLICE.
           IF WS-REMAIN-QTY > WS-MAX-PASS-QTY
               MOVE WS-MAX-PASS-QTY TO WS-PASS-QTY
           ELSE
               MOVE WS-REMAIN-QTY TO WS-PASS-QTY
           END-IF.
           IF WS-QT-LOT(WS-QT-IDX) NOT = SPACES
               CALL "INV_SETLOT" USING WS-QT-LOT(WS-QT-IDX),
                       WS-NO-EXPIRY
           END-IF.
           CALL "INV_UPDATE" USING RQ-ITEM-CODE, WS-PASS-QTY, 'Q',
                   WS-UPDATE-STATUS, WS-UNIT-PRICE, WS-TAX-RATE,
                   WS-UNIT-COST, WS-QT-STORE(WS-QT-IDX),
                   WS-REASON-CODE.
           IF WS-UPDATE-STATUS = "00"
               SUBTRACT WS-PASS-QTY FROM WS-REMAIN-QTY
           END-IF.

      *****************************************************************
      * The trade customers to contact: every account sale of the
      * item on or after the start of the window.
      *****************************************************************
       LIST-CUSTOMERS.
           MOVE 0 TO WS-CUSTOMER-LINES.
           MOVE 0 TO WS-ANONYMOUS-LINES.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  NO SALES HISTORY ON FILE -- CUSTOMERS "
                      "CANNOT BE LISTED."
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               MOVE 'D' TO WS-RPT-ACTION
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
               GO TO END-LIST-CUSTOMERS
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL IS-SCAN-EOF
               READ HISTORY-FILE
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SALE THRU END-CHECK-ONE-SALE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-CUSTOMER-LINES TO WS-EDIT-COUNT.
           MOVE WS-ANONYMOUS-LINES TO WS-EDIT-ANONYMOUS.
           STRING "  TRADE-CUSTOMER SALE LINES: " WS-EDIT-COUNT
                  "  ANONYMOUS SALE LINES, NOT TRACEABLE: "
                  WS-EDIT-ANONYMOUS
               DELIMITED BY SIZE INTO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-LIST-CUSTOMERS.
           CONTINUE.

       CHECK-ONE-SALE.
           IF HIST-ITEM-CODE NOT = RQ-ITEM-CODE
                   OR HIST-TRAN-TYPE NOT = 'S'
                   OR HIST-TRAN-DATE < WS-WINDOW-FROM
               GO TO END-CHECK-ONE-SALE
           END-IF.
           IF HIST-CUST-NO = SPACES
               ADD 1 TO WS-ANONYMOUS-LINES
               GO TO END-CHECK-ONE-SALE
           END-IF.
           ADD 1 TO WS-CUSTOMER-LINES.
           MOVE SPACES TO CONTACT-DETAIL-LINE.
           MOVE HIST-CUST-NO TO CDL-CUST-NO.
           IF CUSTOMER-IS-OPEN
               MOVE HIST-CUST-NO TO CU-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CUSTOMER FILE)" TO CDL-CUST-NAME
                   NOT INVALID KEY
                       MOVE CU-CUST-NAME TO CDL-CUST-NAME
                       MOVE CU-CONTACT TO CDL-CONTACT
               END-READ
           END-IF.
           MOVE HIST-STORE-CODE TO CDL-STORE-CODE.
           MOVE HIST-RECEIPT-NO TO CDL-RECEIPT-NO.
           MOVE HIST-TRAN-DATE TO CDL-TRAN-DATE.
           MOVE HIST-QTY TO CDL-QTY.
           MOVE CONTACT-DETAIL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
       END-CHECK-ONE-SALE.
           CONTINUE.

      * One page per recall raised or closed.
       START-RECALL-PAGE.
           IF WS-PRINTED-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE SPACES TO WS-RPT-TEXT.
           IF RQ-IS-RAISE
               STRING "RECALL RAISED " WS-PROC-DATE
                      "  ITEM " RQ-ITEM-CODE " " WS-ITEM-NAME
                      "  REFERENCE " RQ-REFERENCE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           ELSE
               STRING "RECALL CLOSED " WS-PROC-DATE
                      "  ITEM " RQ-ITEM-CODE
                      "  RAISED " RR-RAISED-DATE
                      "  REFERENCE " RR-REFERENCE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-IF.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF RQ-IS-RAISE
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  SUPPLIER " RQ-SUPPLIER-CODE
                      "  RECEIVED FROM " WS-FROM-DATE
                      " TO " WS-TO-DATE
                      "  LOT " RQ-LOT-NO
                      "  SALES LISTED FROM " WS-WINDOW-FROM
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.

      *****************************************************************
      * Closing a recall: the item's open register entry is marked
      * closed and the quarantine flag comes off. The damaged stock
      * is left for DISPOSITION.
      *****************************************************************
       CLOSE-RECALL.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE RQ-ITEM-CODE TO RR-ITEM-CODE.
           MOVE 0 TO RR-RAISED-DATE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START REGISTER-FILE KEY >= RR-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF OR OPEN-RECALL-FOUND
               READ REGISTER-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF RR-ITEM-CODE NOT = RQ-ITEM-CODE
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           IF RR-IS-OPEN
                               SET OPEN-RECALL-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT OPEN-RECALL-FOUND
               MOVE "No open recall for the item." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CLOSE-RECALL
           END-IF.

           SET RR-IS-CLOSED TO TRUE.
           MOVE WS-PROC-DATE TO RR-CLOSED-DATE.
           REWRITE RR-RECORD
               INVALID KEY
                   MOVE "Register entry could not be closed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CLOSE-RECALL
           END-REWRITE.

           MOVE 'N' TO WS-VALID-FLAG.
           OPEN I-O ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               MOVE RQ-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE SPACE TO IM-QUARANTINE-FLAG
                       REWRITE IM-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-VALID-FLAG
                       END-REWRITE
               END-READ
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF NOT REQUEST-IS-VALID
               MOVE "Closed, but quarantine flag still set." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           END-IF.

           PERFORM START-RECALL-PAGE.
           ADD 1 TO WS-CLOSED-COUNT.
       END-CLOSE-RECALL.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE REQUEST-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE REQUEST-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM RECALL-RUN.
