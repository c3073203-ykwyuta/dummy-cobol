      * looked at instead of circling forever. SUSPENSE_SALES.NEW is
      * meant to replace SUSPENSE_SALES.DAT for the next run, the
      * same way ARCHIVE_HIST's retained file replaces the history.
      * A recovered line keyed to a customer exempt from sales tax
      * posts tax-free while the certificate on CUSTOMER.IDX is in
      * force, exactly as SALES_PROC would have posted it; on an
      * expired certificate it is taxed, marked and warned about.
      * A classed item is taxed at the rate TAX_LOOKUP finds for the
      * store's tax region and the item's class on the run date,
      * the same rule as SALES_PROC; where there is still no rate on
      * file the record is carried forward under "TX" without
      * touching stock, so a sale SALES_PROC refused for want of a
      * rate posts here once TAX_MAINT has added it.
      * A recovered line is valued at the selling store's zone price
      * for the item (ST-PRICE-ZONE, ZONE_PRICE.IDX) where there is
      * one, and at the master price otherwise -- the price SALES_PROC
      * would have started from had the line posted first time.
      * SALES_PROC does not suspend kit lines or lines tendered on
      * account, in points or by voucher, so none arrive here.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS FS-HIST-INDEX.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT ESCALATE-FILE ASSIGN TO DSN-ESCALATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCALATE.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.

       DATA DIVISION.
       FILE SECTION.
           COPY "HISTORYREC.CPY".

       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  HIST-INDEX-FILE.
           COPY "HISTIDX.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  ESCALATE-FILE.
       01  ESCALATE-RECORD          PIC X(59).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-SUSPENSE          PIC X(2).
           05  FS-ESCALATE          PIC X(2).
           05  FS-MONTHLY-HIST      PIC X(2).
           05  FS-HIST-INDEX        PIC X(2).
           05  FS-CUSTOMER          PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-ZONE              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-SUSPENSE      PIC X(37)
           05 DSN-MONTHLY-HIST  PIC X(40).
           05 DSN-HIST-INDEX    PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.IDX".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-ZONE          PIC X(33)
              VALUE "data/master_update/ZONE_PRICE.IDX".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.

       01  WS-CUST-OPEN-FLAG        PIC X VALUE 'N'.
           88  CUSTOMER-IS-OPEN     VALUE 'Y'.
      * Read only for the item's tax class and the store's tax
      * region and price zone; INV_UPDATE does the posting.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-MASTER-IS-OPEN VALUE 'Y'.
       01  WS-ZONE-OPEN-FLAG        PIC X VALUE 'N'.
           88  ZONE-PRICE-IS-OPEN   VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-UPDATE-STATUS         PIC X(2).
       01  WS-UNIT-PRICE            PIC 9(7)V99.
       01  WS-TAX-RATE              PIC 9(2)V99.
       01  WS-UNIT-COST             PIC 9(7)V99.
      * The region-and-class rate, held apart because INV_UPDATE
      * hands back the item's own rate in WS-TAX-RATE. WS-TAX-SOURCE
      * is 'I' the item's own rate, 'T' the table rate, 'M' missing.
       01  WS-TABLE-TAX-RATE        PIC 9(2)V99.
       01  WS-TAX-REGION            PIC X(4).
       01  WS-TAX-STATUS            PIC X(2).
       01  WS-TAX-SOURCE            PIC X.
           88  TAX-FROM-ITEM        VALUE 'I'.
           88  TAX-FROM-TABLE       VALUE 'T'.
           88  TAX-RATE-MISSING     VALUE 'M'.
      * INV_UPDATE's quantity parameter is narrower than SUS-QTY, so
      * the quantity is re-sized through this field on the way in.
       01  WS-PASS-QTY              PIC S9(5)V99
           05  WS-RECOVERED-COUNT   PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT     PIC 9(7) VALUE 0.
           05  WS-ESCALATED-COUNT   PIC 9(7) VALUE 0.
           05  WS-EXEMPT-COUNT      PIC 9(7) VALUE 0.

      * The item master is claimed through the shared FILE_LOCK
      * enqueue around the resubmission session, same as SALES_PROC.
           PERFORM OPEN-HISTORY-FILE.
           OPEN OUTPUT CARRY-FILE.
           OPEN OUTPUT ESCALATE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF FS-CUSTOMER = "00"
               SET CUSTOMER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE = "00"
               SET ZONE-PRICE-IS-OPEN TO TRUE
           END-IF.

      * The whole suspense file re-drives under one master open.
           CALL "INV_UPDATE" USING WS-SESSION-ITEM, WS-PASS-QTY,
           DISPLAY "SUSP-RESUB TOTALS -- READ: " WS-READ-COUNT
                   " RECOVERED: " WS-RECOVERED-COUNT
                   " CARRIED FORWARD: " WS-CARRIED-COUNT
                   " ESCALATED: " WS-ESCALATED-COUNT
                   " TAX EXEMPT: " WS-EXEMPT-COUNT.

           CLOSE HISTORY-FILE MONTHLY-HIST-FILE HIST-INDEX-FILE
                 CARRY-FILE ESCALATE-FILE.
           IF CUSTOMER-IS-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF STORE-MASTER-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           IF ZONE-PRICE-IS-OPEN
               CLOSE ZONE-PRICE-FILE
           END-IF.

       END-PROGRAM.
           CLOSE SUSPENSE-FILE.
      * The suspended return reason rides along, so a damaged or
      * expired return recovered here still lands in the damaged
      * bucket the way it would have on the original run.
      * The tax rate is settled first: INV_UPDATE posts the stock as
      * it is called, and a line with no rate must not move it.
       RESUBMIT-RECORD.
           MOVE SUS-QTY TO WS-PASS-QTY.
           PERFORM RESOLVE-TAX-RATE THRU END-RESOLVE-TAX-RATE.
           IF TAX-RATE-MISSING
               MOVE "TX" TO WS-UPDATE-STATUS
               PERFORM CARRY-FORWARD
           ELSE
               CALL "INV_UPDATE" USING SUS-ITEM-CODE, WS-PASS-QTY,
                       SUS-TRAN-TYPE, WS-UPDATE-STATUS, WS-UNIT-PRICE,
                       WS-TAX-RATE, WS-UNIT-COST, SUS-STORE-CODE,
                       SUS-RETURN-REASON
               IF WS-UPDATE-STATUS = "00"
                   IF TAX-FROM-TABLE
                       MOVE WS-TABLE-TAX-RATE TO WS-TAX-RATE
                   END-IF
                   PERFORM APPLY-ZONE-PRICE THRU END-APPLY-ZONE-PRICE
                   PERFORM WRITE-TO-HISTORY
               ELSE
                   PERFORM CARRY-FORWARD
               END-IF
           END-IF.

      * Same rule as SALES_PROC: a classed item takes the rate in
      * force for the store's region and its class; an item with no
      * class (or not to be read here) keeps its own.
       RESOLVE-TAX-RATE.
           SET TAX-FROM-ITEM TO TRUE.
           IF NOT ITEM-MASTER-IS-OPEN
               GO TO END-RESOLVE-TAX-RATE
           END-IF.
           MOVE SUS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO END-RESOLVE-TAX-RATE
           END-READ.
           IF IM-TAX-CLASS = SPACES
               GO TO END-RESOLVE-TAX-RATE
           END-IF.
           MOVE SPACES TO WS-TAX-REGION.
           IF STORE-MASTER-IS-OPEN
               MOVE SUS-STORE-CODE TO ST-STORE-CODE
               READ STORE-MASTER-FILE
                   NOT INVALID KEY
                       MOVE ST-TAX-REGION TO WS-TAX-REGION
               END-READ
           END-IF.
           CALL "TAX_LOOKUP" USING WS-TAX-REGION, IM-TAX-CLASS,
                   WS-RUN-DATE, WS-TABLE-TAX-RATE, WS-TAX-STATUS.
           IF WS-TAX-STATUS = "00"
               SET TAX-FROM-TABLE TO TRUE
           ELSE
               SET TAX-RATE-MISSING TO TRUE
           END-IF.
       END-RESOLVE-TAX-RATE.
           CONTINUE.

      * Same rule as SALES_PROC's APPLY-ZONE-PRICE: the store's
      * zone price for the item replaces the master price INV_UPDATE
      * handed back; a store with no zone, or a zone that does not
      * price the item, keeps the master price.
       APPLY-ZONE-PRICE.
           IF NOT ZONE-PRICE-IS-OPEN OR NOT STORE-MASTER-IS-OPEN
               GO TO END-APPLY-ZONE-PRICE
           END-IF.
           MOVE SUS-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   GO TO END-APPLY-ZONE-PRICE
           END-READ.
           IF ST-PRICE-ZONE = SPACES
               GO TO END-APPLY-ZONE-PRICE
           END-IF.
           MOVE ST-PRICE-ZONE TO ZP-ZONE-CODE.
           MOVE SUS-ITEM-CODE TO ZP-ITEM-CODE.
           READ ZONE-PRICE-FILE
               INVALID KEY
                   GO TO END-APPLY-ZONE-PRICE
           END-READ.
           MOVE ZP-ZONE-PRICE TO WS-UNIT-PRICE.
       END-APPLY-ZONE-PRICE.
           CONTINUE.

       WRITE-TO-HISTORY.
           MOVE SUS-STORE-CODE TO HIST-STORE-CODE.
           MOVE SUS-ITEM-CODE TO HIST-ITEM-CODE.
           MOVE WS-PASS-QTY TO HIST-QTY.
           MOVE SUS-TRAN-TYPE TO HIST-TRAN-TYPE.
           PERFORM CHECK-TAX-EXEMPTION THRU END-CHECK-TAX-EXEMPTION.
           MOVE WS-TAX-RATE TO HIST-TAX-RATE.
           COMPUTE HIST-NET-VALUE ROUNDED =
                   WS-PASS-QTY * WS-UNIT-PRICE.
           COMPUTE HIST-TAX-AMOUNT ROUNDED =
                   HIST-NET-VALUE * WS-TAX-RATE / 100.
           COMPUTE HIST-EXT-VALUE =
                   HIST-NET-VALUE + HIST-TAX-AMOUNT.
           MOVE WS-RUN-DATE TO HIST-TRAN-DATE.
           MOVE SPACE TO HIST-PROMO-FLAG.
           MOVE SPACES TO HIST-RECEIPT-NO.
           END-IF.
           MOVE SUS-CUST-NO TO HIST-CUST-NO.
           MOVE WS-UNIT-COST TO HIST-UNIT-COST.
      * A resubmitted line has lost its receipt, so earns no deal.
           MOVE SPACES TO HIST-DEAL-CODE.
           MOVE SPACES TO HIST-OPERATOR-ID HIST-TERMINAL-NO
                   HIST-TRAN-TIME.
           WRITE HISTORY-RECORD.
           WRITE MONTHLY-HIST-RECORD FROM HISTORY-RECORD.
           PERFORM WRITE-KEYED-HISTORY.
           ADD 1 TO WS-RECOVERED-COUNT.

      * Same rule as SALES_PROC: an exempt customer's certificate in
      * force on the run date takes the tax rate to zero; an expired
      * one leaves the line taxed and marked 'X' for follow-up.
       CHECK-TAX-EXEMPTION.
           MOVE SPACE TO HIST-TAX-EXEMPT.
           IF SUS-CUST-NO = SPACES OR NOT CUSTOMER-IS-OPEN
               GO TO END-CHECK-TAX-EXEMPTION
           END-IF.
           MOVE SUS-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO END-CHECK-TAX-EXEMPTION
           END-READ.
           IF NOT CU-IS-TAX-EXEMPT
               GO TO END-CHECK-TAX-EXEMPTION
           END-IF.
           IF CU-CERT-EXPIRY >= WS-RUN-DATE
               MOVE 'E' TO HIST-TAX-EXEMPT
               MOVE 0 TO WS-TAX-RATE
               ADD 1 TO WS-EXEMPT-COUNT
           ELSE
               MOVE 'X' TO HIST-TAX-EXEMPT
               DISPLAY "SUSP-RESUB WARNING: CUSTOMER " SUS-CUST-NO
                       " TAXED, EXEMPTION CERTIFICATE "
                       CU-EXEMPT-CERT-NO " EXPIRED " CU-CERT-EXPIRY
           END-IF.
       END-CHECK-TAX-EXEMPTION.
           CONTINUE.

      * Same keyed-copy write as SALES_PROC: "22" is a key already
      * used by an earlier run, bump the sequence and retry.
       WRITE-KEYED-HISTORY.
