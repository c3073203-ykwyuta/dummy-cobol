      * the feed). A restart skips forward on the small staged
      * file, not the raw feed. Per-feed read counts and
      * dispositions are reported in SALES_CONTROL.LST.
      *
      * A line tendered on account (SD-TENDER-TYPE 'A') is charged
      * to the trade account it names: the customer master's
      * balance takes the line's tax-inclusive value and the charge
      * is journaled to AR_LEDGER.DAT by receipt number. A sale that
      * would take the balance past the account's credit limit, or
      * names an account that is unknown or closed, is refused to
      * the error file under ACCOUNT and posts nothing. A return on
      * account credits the balance, and a receipt void reverses
      * whatever the receipt charged to the account.
      *
      * A kit item (KIT_BOM.IDX, maintained by KIT_MAINT) holds no
      * stock of its own: its sale or return moves each component
      * through INV_UPDATE at once by the quantity per kit, and a
      * kit sale that would take any component negative is refused
      * whole. History still carries the kit line at the kit's own
      * price, costed at the summed cost of its components.
      *
      * The lines of one till receipt that qualify for a running
      * mix-and-match deal (DEAL.IDX, maintained by DEAL_MAINT) are
      * held back from history until the receipt's last line has
      * been seen. The deals are then evaluated across the whole
      * receipt, each deal's discount is spread over its qualifying
      * lines in proportion to their value, and the lines go to
      * history net of their share and stamped with the deal they
      * earned. An on-account line's share comes back off the
      * account as a deal credit. The till's own prices on held
      * lines are checked against the deal price, not the shelf
      * price, so a deal the till gave correctly is no variance.
      *
      * A line keyed with a trade account that has contract terms
      * (CONTRACT_PRICE.IDX, maintained by CONTRACT_MAINT) for the
      * item, or failing that for the item's group, is priced from
      * the terms in force on the business date: the fixed net
      * price, or the percentage off the master price. Contract and
      * promotion do not stack -- the customer pays the lower of the
      * contract price and the price otherwise in force (master or
      * promotion), and a line the contract priced is flagged 'C' in
      * HIST-PROMO-FLAG.
      *
      * The tax rate on a line is the one in force on the business
      * date for the selling store's tax region (ST-TAX-REGION) and
      * the item's tax class (IM-TAX-CLASS), from TAX_RATE.DAT
      * (maintained by TAX_MAINT) through TAX_LOOKUP -- a rate
      * change is a new dated line there, and no item is touched.
      * A classed item sold where no rate is on file for the pair
      * is refused to the error file under TAX, never posted
      * tax-free, and suspended with reason "TX" so SUSP_RESUB
      * posts it once the rate has been added. An item not yet
      * given a class still charges its own IM-TAX-RATE.
      *
      * A line keyed with a customer exempt from sales tax
      * (CU-TAX-STATUS 'E') whose certificate is in force on the
      * business date posts with no tax, to history, the account
      * and the till totals alike, and is marked 'E' in
      * HIST-TAX-EXEMPT. Once the certificate has expired the line
      * is taxed as usual, marked 'X', and listed on
      * EXEMPT_EXPIRED.LST so the certificate gets chased.
      *
      * A line keyed with a customer on the master earns loyalty
      * points on its tax-exclusive value at the item group's rate
      * (ITEMGRP.CPY, else the standard EARN-RATE on LOYALTY.PARM),
      * and a return takes them back off. A line tendered 'P' is
      * paid for in points instead, at the POINT-VALUE on the same
      * card, earns none itself, and is refused under LOYALTY when
      * the customer has too few. Every movement is journaled to
      * POINTS_LEDGER.DAT, and a voided receipt's points come back
      * off as one 'V' line.
      *
      * A 'G' line sells the gift voucher in SD-VOUCHER-NO for
      * SD-TILL-PRICE: it is entered on the voucher register
      * (VOUCHER.IDX) with the issuing store, date and receipt and
      * an expiry VALID-DAYS (VOUCHER.PARM, default 365) after the
      * business date, and is no stock sale. A line tendered 'V' is
      * paid from the named voucher's balance and the redemption is
      * entered against it; a voucher that is not on the register,
      * already spent, cancelled or past its expiry is refused under
      * VOUCHER. A return tendered 'V' is refunded onto the voucher.
      * A receipt void gives back the redemptions the receipt made
      * and cancels any voucher it sold.
      *
      * Every line carries the cashier and till it was rung on
      * (SD-OPERATOR-ID, SD-TERMINAL-NO -- a blank pair takes the
      * feed header's) through to history, and a feed may send one
      * tender summary per cashier drawer, kept apart on the tender
      * file, for the cashier over/short report (CASHIER_RECON).
      * The time the till rang the line (SD-TRAN-TIME) goes through
      * to history for the hourly and daypart analysis.
      *
      * A sale of an item RECALL_RUN has quarantined is refused to
      * the error file under RECALL and is not suspended -- it must
      * not post on a later resubmission either. A return of a
      * recalled item is taken, but into the damaged bucket like a
      * damaged return, never back onto the shelf.
      *
      * Nor is a refused line suspended when it was tendered on
      * account, in points or by voucher, or is a kit: the suspense
      * record carries neither the tender nor the kit's components,
      * and SUSP_RESUB would post it as a cash sale of the kit's own
      * item code. Such a line stays on the error and exception
      * files only, to be put right and sent again from the till.
      *
      * With an 'S' in column 12 of SALES_PROC.PARM a line keyed
      * under the code of an item replaced by a successor (lifecycle
      * 'R', through ITEM_SUCCESSOR) posts under the successor, so
      * tills still ringing the old code sell the new item's stock.
      *
      * A store in a price zone (ST-PRICE-ZONE) sells at the zone's
      * price for the item on ZONE_PRICE.IDX where there is one, in
      * place of the master price, and promotion, contract and deal
      * pricing all start from it. TILL_PRICE sends each store's
      * tills tomorrow's price from the same master, zone, pending
      * and promotion files, so the price a till rings should agree
      * with the one this run expects and PRICE_VAR.LST stays
      * quiet.
      *
      * Stock a store holds for customer orders awaiting collection
      * (SS-RESERVED-QTY, set by CUST_ORDER) is not for sale over
      * the counter: INV_UPDATE refuses a sale that would reach into
      * it, and the line goes to suspense like any other refused
      * update. A collected order reaches this program as an
      * ordinary sale on CUST_ORDER's ORDER_SALES.DAT feed, its
      * reservation already released.
      *
      * A feed whose detail is all for one store is that store's
      * till feed for the business date on its header, and marks
      * the store's entry on the expected-feed register
      * (FEED_EXPECT.IDX, built and checked at cutoff by
      * FEED_EXPECT) arrived. A store feed for an earlier date that
      * the register still shows missing is held back with status
      * LATE rather than posted under tonight's date; it is posted
      * by a catch-up run -- the late business date in columns 13-20
      * of SALES_PROC.PARM -- which posts, dates and periods it as
      * that day, takes only feeds whose header carries that date,
      * and marks the entry arrived late.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STAGE-FILE ASSIGN TO DSN-STAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAGE.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT AR-LEDGER-FILE ASSIGN TO DSN-AR-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AR-LEDGER.
           SELECT LEDGER-SCAN-FILE ASSIGN TO DSN-AR-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER-SCAN.
           SELECT POINTS-LEDGER-FILE ASSIGN TO DSN-POINTS-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POINTS-LEDGER.
           SELECT POINTS-SCAN-FILE ASSIGN TO DSN-POINTS-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POINTS-SCAN.
           SELECT VOUCHER-FILE ASSIGN TO DSN-VOUCHER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-KEY
               FILE STATUS IS FS-VOUCHER.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT KIT-FILE ASSIGN TO DSN-KIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KT-KEY
               FILE STATUS IS FS-KIT.
           SELECT DEAL-FILE ASSIGN TO DSN-DEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS FS-DEAL.
           SELECT EXEMPT-LIST-FILE ASSIGN TO DSN-EXEMPT-LIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXEMPT-LIST.
           SELECT FEED-EXPECT-FILE ASSIGN TO DSN-FEED-EXPECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FS-FEED-EXPECT.
           SELECT CONTRACT-FILE ASSIGN TO DSN-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS FS-CONTRACT.
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.
           SELECT NET-SORT-FILE ASSIGN TO "NETSORT.TMP".

       DATA DIVISION.
           05  SHR-MARKER           PIC X(4).
           05  SHR-BUSINESS-DATE    PIC 9(8).
           05  SHR-SEQUENCE-NO      PIC 9(4).
      * The till and cashier that closed the file, for detail lines
      * that do not carry their own. Spaces on older feeds.
           05  SHR-OPERATOR-ID      PIC X(5).
           05  SHR-TERMINAL-NO      PIC X(3).
      * A tender-summary record, identified by STR-MARKER = "8888",
      * carries the till system's own cash/card/voucher totals for
      * the store's day, and what it put on account. It is not a
      * sale: it stays outside the
      * trailer's count and hash and is copied to the tender file
      * for the cash-office banking reconciliation (BANK_RECON).
       01  SALES-TENDER-RECORD.
           05  STN-CASH-TOTAL       PIC 9(9)V99.
           05  STN-CARD-TOTAL       PIC 9(9)V99.
           05  STN-VOUCHER-TOTAL    PIC 9(9)V99.
      * Blank on feeds from tills that predate on-account tender.
           05  STN-ACCOUNT-TOTAL    PIC 9(9)V99.
      * The cashier drawer declared: one summary per cashier, or
      * spaces for a single store-level declaration as before.
           05  STN-OPERATOR-ID      PIC X(5).
           05  STN-TERMINAL-NO      PIC X(3).

       FD  FEED-LIST-FILE.
       01  FEED-LIST-RECORD         PIC X(80).
      * same record image as the flat file, but a reader after one
      * month no longer pays for every month that came before it.
       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  HIST-INDEX-FILE.
           COPY "HISTIDX.CPY".
      * guaranteed to see receipts posted by EARLIER runs -- which
      * is when voids arrive.
       FD  HIST-SCAN-FILE.
       01  HIST-SCAN-RECORD         PIC X(114).

      * The day's pricing disagreements, one line per sale where
      * the till's charged price differs from the system price,
      * against the trailer by the staging pass, consumed by the
      * posting pass, rebuilt per feed.
       FD  STAGE-FILE.
       01  STAGE-RECORD             PIC X(89).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-CATEGORY          PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-ORIGINAL-RECORD   PIC X(89).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       FD  XREF-FILE.
           COPY "BARXREF.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  AR-LEDGER-FILE.
           COPY "ARLEDREC.CPY".

       FD  CONTRACT-FILE.
           COPY "CONTREC.CPY".

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       FD  EXEMPT-LIST-FILE.
       01  EXEMPT-LIST-RECORD       PIC X(120).

      * A read-only view of the ledger for the receipt-void lookup,
      * the same arrangement HIST-SCAN-FILE gives the history.
       FD  LEDGER-SCAN-FILE.
       01  LEDGER-SCAN-RECORD       PIC X(54).

       FD  POINTS-LEDGER-FILE.
           COPY "PTLEDREC.CPY".

       FD  POINTS-SCAN-FILE.
       01  POINTS-SCAN-RECORD       PIC X(62).

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  VOUCHER-FILE.
           COPY "VOUCHREC.CPY".

      * One line per priced sale, signed by direction -- the raw
      * material the end-of-run net post is built from. A work file
      * rather than a table, so the busiest promotion day cannot
       01  PERIOD-CTRL-RECORD.
           05  PC-PERIOD            PIC 9(6).
           05  PC-CLOSED-DATE       PIC 9(8).
           05  PC-BASIS             PIC X.

      * One line per store per day of till tenders -- or one per
      * cashier drawer where the till declares by drawer -- appended
      * across runs in the style of INV_AUDIT.LOG and read back by
      * BANK_RECON against the posted history and the bank file,
      * and by CASHIER_RECON against each cashier's postings.
       FD  TENDER-FILE.
       01  TENDER-RECORD.
           05  TT-TRAN-DATE         PIC 9(8).
           05  TT-CASH-TOTAL        PIC 9(9)V99.
           05  TT-CARD-TOTAL        PIC 9(9)V99.
           05  TT-VOUCHER-TOTAL     PIC 9(9)V99.
           05  TT-ACCOUNT-TOTAL     PIC 9(9)V99.
           05  TT-OPERATOR-ID       PIC X(5).
           05  TT-TERMINAL-NO       PIC X(3).

       FD  FEED-EXPECT-FILE.
           COPY "FEEDEXP.CPY".

       SD  NET-SORT-FILE.
       01  NET-SORT-RECORD.
           05  PR-START-DATE        PIC 9(8).
           05  PR-END-DATE          PIC 9(8).

       FD  KIT-FILE.
           COPY "KITREC.CPY".

       FD  DEAL-FILE.
           COPY "DEALREC.CPY".

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-FEED-NO         PIC 9(2).
           05  FS-HIST-SCAN         PIC X(2).
           05  FS-PRICE-VAR         PIC X(2).
           05  FS-STAGE             PIC X(2).
           05  FS-CUSTOMER          PIC X(2).
           05  FS-AR-LEDGER         PIC X(2).
           05  FS-LEDGER-SCAN       PIC X(2).
           05  FS-POINTS-LEDGER     PIC X(2).
           05  FS-POINTS-SCAN       PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-VOUCHER           PIC X(2).
           05  FS-KIT               PIC X(2).
           05  FS-DEAL              PIC X(2).
           05  FS-CONTRACT          PIC X(2).
           05  FS-ZONE              PIC X(2).
           05  FS-EXEMPT-LIST       PIC X(2).
           05  FS-FEED-EXPECT       PIC X(2).
       01  DSN-FIELDS.
      * Wide enough for any feed path named in SALES_FEEDS.DAT; the
      * default single-feed name is planted at start of run.
              VALUE "data/master_update/PRICE_VAR.LST".
           05 DSN-STAGE         PIC X(33)
              VALUE "data/master_update/FEED_STAGE.TMP".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-AR-LEDGER     PIC X(32)
              VALUE "data/master_update/AR_LEDGER.DAT".
           05 DSN-POINTS-LEDGER PIC X(36)
              VALUE "data/master_update/POINTS_LEDGER.DAT".
           05 DSN-VOUCHER       PIC X(30)
              VALUE "data/master_update/VOUCHER.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-KIT           PIC X(30)
              VALUE "data/master_update/KIT_BOM.IDX".
           05 DSN-DEAL          PIC X(27)
              VALUE "data/master_update/DEAL.IDX".
           05 DSN-CONTRACT      PIC X(37)
              VALUE "data/master_update/CONTRACT_PRICE.IDX".
           05 DSN-ZONE          PIC X(33)
              VALUE "data/master_update/ZONE_PRICE.IDX".
           05 DSN-EXEMPT-LIST   PIC X(37)
              VALUE "data/master_update/EXEMPT_EXPIRED.LST".
           05 DSN-FEED-EXPECT   PIC X(34)
              VALUE "data/master_update/FEED_EXPECT.IDX".
       01  WS-MONTHLY-STEM          PIC X(30)
               VALUE "data/master_update/SALES_HIST_".

           05  WS-NET-ERR-COUNT         PIC 9(7) VALUE 0.
           05  WS-BARCODE-ERR-COUNT     PIC 9(7) VALUE 0.
           05  WS-PERIOD-ERR-COUNT      PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-ERR-COUNT     PIC 9(7) VALUE 0.
           05  WS-RECALL-ERR-COUNT      PIC 9(7) VALUE 0.
           05  WS-LOYALTY-ERR-COUNT     PIC 9(7) VALUE 0.
           05  WS-VOUCHER-ERR-COUNT     PIC 9(7) VALUE 0.
           05  WS-TAX-ERR-COUNT         PIC 9(7) VALUE 0.
      * Set at start of run when the business date's accounting
      * period -- calendar month or fiscal period, on the company's
      * basis (FISCAL_PERIOD) -- has been closed by PERIOD_CLOSE --
      * every transaction then rejects under its own PERIOD category
      * instead of posting into figures the business has already
      * reported.
       01  WS-PERIOD-CLOSED-FLAG    PIC X VALUE 'N'.
           88  RUN-PERIOD-IS-CLOSED VALUE 'Y'.
       01  WS-CTRL-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-CTRL-EOF          VALUE 'Y'.
       01  WS-RUN-PERIOD            PIC 9(6).
       01  WS-FP-FUNCTION           PIC X VALUE 'D'.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-START              PIC 9(8).
       01  WS-FP-END                PIC 9(8).
       01  WS-FP-STATUS             PIC X(2).
       01  WS-CTRL-BASIS            PIC X.
      * Uniquifies same-item/same-date entries on the keyed history
      * within a run; the runs before this one already on the file
      * are walked past by the INVALID KEY retry below.
               10  WS-FD-HDR-SEEN   PIC X.
               10  WS-FD-DATE       PIC 9(8).
               10  WS-FD-SEQ        PIC 9(4).
               10  WS-FD-STORE      PIC X(4).
       01  WS-FEED-NO               PIC 9(2).
       01  WS-FEEDS-REJECTED        PIC 9(2) VALUE 0.
       01  WS-ANY-DUP-FLAG          PIC X VALUE 'N'.
      * only written once the feed proves whole -- a rejected feed
      * must not leave its tenders behind for BANK_RECON.
       01  WS-TENDER-TABLE.
           05  WS-TN-COUNT          PIC 9(3) VALUE 0.
           05  WS-TN-ENTRIES OCCURS 200 TIMES.
               10  WS-TN-STORE      PIC X(4).
               10  WS-TN-CASH       PIC 9(9)V99.
               10  WS-TN-CARD       PIC 9(9)V99.
               10  WS-TN-VOUCHER    PIC 9(9)V99.
               10  WS-TN-ACCOUNT    PIC 9(9)V99.
               10  WS-TN-OPERATOR   PIC X(5).
               10  WS-TN-TERMINAL   PIC X(3).
       01  WS-TN-IDX                PIC 9(3).
      * The feed header's till and cashier, for detail lines that
      * carry none of their own.
       01  WS-FILE-OPERATOR         PIC X(5).
       01  WS-FILE-TERMINAL         PIC X(3).

      * Feed identity seen on this run's header, the register of
      * identities already applied, and the operator's force switch
      * Who keyed the card -- a force is only honored when this
      * operator may force per the central authority file.
           05  SPP-OPERATOR         PIC X(8).
      * 'S' in column 12 posts lines keyed under a replaced item's
      * code to its successor.
           05  SPP-SUCCESSOR-FLAG   PIC X.
      * A business date in columns 13-20 makes this a catch-up run
      * for that earlier day's late store feeds.
           05  SPP-CATCHUP-DATE     PIC X(8).
           05  FILLER               PIC X(60).
       01  WS-PARM-FOUND            PIC X(1).
       01  WS-FORCE-FLAG            PIC X VALUE 'N'.
           88  FORCE-POSTING        VALUE 'Y'.
           88  VALUE-AT-TILL-PRICE  VALUE 'T'.
       01  WS-TRIAL-FLAG            PIC X VALUE 'N'.
           88  TRIAL-RUN            VALUE 'T'.
       01  WS-SUCCESSOR-FLAG        PIC X VALUE 'N'.
           88  REDIRECT-REPLACED    VALUE 'S'.
       01  WS-SUCCESSOR-CODE        PIC X(8).
       01  WS-NO-ITEM               PIC X(8) VALUE SPACES.
       01  WS-REDIRECTED-LINES      PIC 9(7) VALUE 0.
       01  WS-HEADER-SEEN-FLAG      PIC X VALUE 'N'.
           88  HEADER-WAS-SEEN      VALUE 'Y'.
       01  WS-DUPLICATE-FLAG        PIC X VALUE 'N'.
       01  WS-FILE-SEQ              PIC 9(4) VALUE 0.
       01  WS-PREG-OPEN-FLAG        PIC X VALUE 'N'.
           88  POSTING-REG-IS-OPEN  VALUE 'Y'.
      * The expected-feed register, the catch-up switch, and the
      * business date on the card -- which a catch-up run still
      * records as the day the late feed was posted.
       01  WS-FEED-EXPECT-FLAG      PIC X VALUE 'N'.
           88  FEED-EXPECT-IS-OPEN  VALUE 'Y'.
       01  WS-CATCHUP-FLAG          PIC X VALUE 'N'.
           88  CATCHUP-RUN          VALUE 'Y'.
       01  WS-CARD-DATE             PIC 9(8).
      * The one store the feed's detail is for; "****" once a
      * second store turns up, and such a feed is no store's own.
       01  WS-FEED-STORE            PIC X(4).
       01  WS-CHECK-STORE           PIC X(4).
       01  WS-FEED-HELD-FLAG        PIC X.
           88  FEED-HELD-BACK       VALUE 'Y'.
       01  WS-FEEDS-HELD            PIC 9(2) VALUE 0.

      * How long posted receipt/line entries stay on the register
      * before the start-of-run purge drops them -- long enough
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-STORE-CODE PIC X(4).
               10  WS-ST-OPEN-FLAG  PIC X.
               10  WS-ST-PRICE-ZONE PIC X(2).
               10  WS-ST-TAX-REGION PIC X(4).
       01  WS-STORE-OVFL-FLAG       PIC X VALUE 'N'.
           88  STORE-TABLE-OVERFLOWED VALUE 'Y'.
       01  WS-STORE-SCAN-IDX        PIC 9(3).
               10  WS-PR-END-DATE   PIC 9(8).
       01  WS-PROMO-SCAN-IDX        PIC 9(3).
       01  WS-PROMO-FLAG            PIC X VALUE SPACE.

      * Contract pricing. Without the contract file every line is
      * simply priced as before.
       01  WS-CONTRACT-OPEN-FLAG    PIC X VALUE 'N'.
           88  CONTRACT-IS-OPEN     VALUE 'Y'.
       01  WS-CONTRACT-FOUND-FLAG   PIC X.
           88  CONTRACT-FOUND       VALUE 'Y'.
       01  WS-CONTRACT-SCAN-FLAG    PIC X.
           88  CONTRACT-SCAN-DONE   VALUE 'Y'.
       01  WS-CT-MEMBER-TYPE        PIC X.
       01  WS-CT-MEMBER-CODE        PIC X(8).
      * The master's price as INV_UPDATE returned it, or the store's
      * zone price, before any promotion -- what a percentage
      * contract is taken off.
       01  WS-LIST-PRICE            PIC 9(7)V99.
      * Zone pricing. Without the zone price file every store sells
      * at the master price.
       01  WS-ZONE-OPEN-FLAG        PIC X VALUE 'N'.
           88  ZONE-PRICE-IS-OPEN   VALUE 'Y'.
       01  WS-ZONE-SCAN-IDX         PIC 9(3).
      * Tax by region and class. The item master is opened here only
      * to read an item's tax class -- INV_UPDATE does the posting.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-TAX-REGION            PIC X(4).
       01  WS-TAX-STATUS            PIC X(2).
       01  WS-TAX-SCAN-IDX          PIC 9(3).
       01  WS-CONTRACT-PRICE        PIC 9(7)V99.
       01  WS-CONTRACT-LINES        PIC 9(7) VALUE 0.

      * Tax exemption for the line in hand: 'E' exempt, 'X' exempt
      * on an expired certificate, space taxable.
       01  WS-EXEMPT-FLAG           PIC X.
           88  LINE-IS-EXEMPT       VALUE 'E'.
           88  CERT-HAS-EXPIRED     VALUE 'X'.
       01  WS-EXEMPT-LINES          PIC 9(7) VALUE 0.
       01  WS-EXPIRED-CERT-LINES    PIC 9(7) VALUE 0.

       01  EXEMPT-LIST-LINE.
           05  EXL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(9) VALUE "RECEIPT: ".
           05  EXL-RECEIPT-NO       PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EXL-LINE-NO          PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE "CUSTOMER: ".
           05  EXL-CUST-NO          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "CERT: ".
           05  EXL-CERT-NO          PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(9) VALUE "EXPIRED: ".
           05  EXL-CERT-EXPIRY      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EXL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(5) VALUE "TAX: ".
           05  EXL-TAX-AMOUNT       PIC -(6)9.99.
       01  WS-PASS-QTY              PIC S9(5)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-APPLY-TRAN-TYPE       PIC X.

      * Kit bills of materials loaded up front, in kit/component
      * key order so each kit's components sit together. A missing
      * file just means nothing is sold as a kit.
       01  WS-KIT-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-KIT-EOF           VALUE 'Y'.
       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT         PIC 9(4) VALUE 0.
           05  WS-KIT-ENTRIES OCCURS 2000 TIMES.
               10  WS-KC-KIT-ITEM   PIC X(8).
               10  WS-KC-COMPONENT  PIC X(8).
               10  WS-KC-QTY        PIC 9(5)V99.
       01  WS-KIT-SCAN-IDX          PIC 9(4).
       01  WS-KIT-FIRST-IDX         PIC 9(4).
       01  WS-KIT-LAST-IDX          PIC 9(4).
       01  WS-KIT-POSTED-IDX        PIC 9(4).
      * The kit movement in hand: set by the caller before the kit
      * paragraphs are performed.
       01  WS-KIT-ITEM              PIC X(8).
       01  WS-KIT-QTY               PIC S9(5)V99.
       01  WS-KIT-STORE             PIC X(4).
       01  WS-KIT-TRAN-TYPE         PIC X.
       01  WS-KIT-REASON            PIC X(2).
       01  WS-KIT-FLAG              PIC X.
           88  ITEM-IS-KIT          VALUE 'Y'.
       01  WS-KIT-OK-FLAG           PIC X.
           88  KIT-IS-OK            VALUE 'Y'.
       01  WS-KIT-COST              PIC 9(7)V99.
       01  WS-COMP-QTY              PIC S9(5)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-COMP-STATUS           PIC X(2).
       01  WS-REVERSE-STATUS        PIC X(2).
       01  WS-COMP-PRICE            PIC 9(7)V99.
       01  WS-COMP-TAX-RATE         PIC 9(2)V99.
       01  WS-COMP-COST             PIC 9(7)V99.
       01  WS-COMP-REASON           PIC X(2) VALUE SPACES.

      * Deals running on the business date, loaded up front with
      * their qualifying items and groups. A missing deal file just
      * means no deal is running.
       01  WS-DEAL-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-DEAL-EOF          VALUE 'Y'.
       01  WS-DEAL-TABLE.
           05  WS-DEAL-COUNT        PIC 9(3) VALUE 0.
           05  WS-DEAL-ENTRIES OCCURS 100 TIMES.
               10  WS-DL-CODE       PIC X(6).
               10  WS-DL-TYPE       PIC X.
               10  WS-DL-STORE      PIC X(4).
               10  WS-DL-TRIGGER    PIC 9(3).
               10  WS-DL-REWARD-QTY PIC 9(3).
               10  WS-DL-REWARD-PRICE PIC 9(7)V99.
       01  WS-DEAL-MEMBER-TABLE.
           05  WS-DM-COUNT          PIC 9(4) VALUE 0.
           05  WS-DM-ENTRIES OCCURS 1000 TIMES.
               10  WS-DM-DEAL-IDX   PIC 9(3).
               10  WS-DM-TYPE       PIC X.
               10  WS-DM-CODE       PIC X(8).
       01  WS-DEAL-LOAD-IDX         PIC 9(3).
       01  WS-DEAL-IDX              PIC 9(3).
       01  WS-DM-SCAN-IDX           PIC 9(4).
       01  WS-DEAL-ITEM             PIC X(8).
       01  WS-DEAL-STORE            PIC X(4).
       01  WS-DEAL-MATCH-FLAG       PIC X.
           88  ITEM-IN-DEAL         VALUE 'Y'.
       01  WS-DEAL-CANDIDATE-FLAG   PIC X VALUE 'N'.
           88  DEAL-CANDIDATE       VALUE 'Y'.
      * The price the system resolved for the line (master or
      * promotion) before any till-price valuation -- what deals
      * are worked out on.
       01  WS-DEAL-SYSTEM-PRICE     PIC 9(7)V99.

      * The receipt's deal-qualifying sale lines, held until the
      * receipt is complete: the history image as it would have
      * been written, the sale line itself for the variance and
      * account work, and the deal arithmetic's working figures.
       01  WS-HELD-STORE            PIC X(4).
       01  WS-HELD-RECEIPT          PIC X(8).
       01  WS-HELD-TABLE.
           05  WS-HL-COUNT          PIC 9(3) VALUE 0.
           05  WS-HL-ENTRIES OCCURS 200 TIMES.
               10  WS-HL-SD-IMAGE   PIC X(89).
               10  WS-HL-HIST-IMAGE PIC X(114).
               10  WS-HL-ITEM       PIC X(8).
               10  WS-HL-QTY        PIC 9(5)V99.
               10  WS-HL-PRICE      PIC 9(7)V99.
               10  WS-HL-VALUE      PIC 9(9)V99.
               10  WS-HL-DEAL-IDX   PIC 9(3).
               10  WS-HL-MARK       PIC X.
               10  WS-HL-FREE-QTY   PIC 9(5)V99.
               10  WS-HL-DISCOUNT   PIC 9(9)V99.
       01  WS-HL-IDX                PIC 9(3).
       01  WS-HL-LAST-IDX           PIC 9(3).
       01  WS-HL-BEST-IDX           PIC 9(3).
       01  WS-DEAL-QTY              PIC 9(7)V99.
       01  WS-DEAL-VALUE            PIC 9(9)V99.
       01  WS-DEAL-TIMES            PIC 9(5).
       01  WS-DEAL-UNITS            PIC 9(7)V99.
       01  WS-DEAL-FREE-LEFT        PIC 9(7)V99.
       01  WS-DEAL-TAKE             PIC 9(5)V99.
       01  WS-DEAL-ROOM             PIC 9(5)V99.
       01  WS-DEAL-REGULAR          PIC 9(9)V99.
       01  WS-DEAL-DISCOUNT         PIC S9(9)V99.
       01  WS-DEAL-SPREAD           PIC 9(9)V99.
       01  WS-DEAL-OLD-GROSS        PIC 9(9)V99.
       01  WS-DEAL-CREDIT           PIC S9(9)V99.
       01  WS-DEALS-EARNED          PIC 9(7) VALUE 0.
       01  WS-DEAL-LINES            PIC 9(7) VALUE 0.
       01  WS-DEAL-DISCOUNT-TOTAL   PIC 9(9)V99 VALUE 0.

      * Mirror of HISTORYREC.CPY for unpacking HIST-SCAN-RECORD --
      * the same independent-copy technique HIST_INQUIRY uses on
      * the keyed image.
           05  WV-RETURN-REASON     PIC X(2).
           05  WV-CUST-NO           PIC X(8).
           05  WV-UNIT-COST         PIC 9(7)V99.
           05  WV-DEAL-CODE         PIC X(6).
           05  WV-TAX-EXEMPT        PIC X.
           05  WV-OPERATOR-ID       PIC X(5).
           05  WV-TERMINAL-NO       PIC X(3).
           05  WV-TRAN-TIME         PIC X(4).
       01  WS-VOID-EOF-FLAG         PIC X.
           88  IS-VOID-EOF          VALUE 'Y'.
       01  WS-VOID-LINE-COUNT       PIC 9(5).
       01  WS-VOIDED-RECEIPTS       PIC 9(5) VALUE 0.
       01  WS-VOID-RETURNS-SEEN     PIC 9(5) VALUE 0.

      * On-account state. The customer master is held open for
      * update for the whole run; without it every on-account line
      * is refused rather than posted uncharged.
       01  WS-CUST-OPEN-FLAG        PIC X VALUE 'N'.
           88  CUSTOMER-IS-OPEN     VALUE 'Y'.
       01  WS-ACCOUNT-FLAG          PIC X.
           88  ACCOUNT-POSTED       VALUE 'Y'.
      * Set when INV_UPDATE says the returned item is under recall.
       01  WS-RECALL-RETURN-FLAG    PIC X.
           88  RECALLED-RETURN      VALUE 'Y'.
       01  WS-ACCOUNT-AMOUNT        PIC S9(9)V99.
       01  WS-ACCOUNT-NET           PIC 9(9)V99.
       01  WS-ACCOUNT-TAX           PIC 9(7)V99.
       01  WS-NEW-BALANCE           PIC S9(9)V99.
       01  WS-LEDGER-EOF-FLAG       PIC X.
           88  IS-LEDGER-EOF        VALUE 'Y'.
       01  WS-VOID-CUST-NO          PIC X(8).
       01  WS-VOID-CREDIT           PIC S9(9)V99.
       01  WS-ACCOUNT-CHARGED       PIC S9(9)V99 VALUE 0.
       01  WS-ACCOUNT-LINES         PIC 9(7) VALUE 0.

      * Loyalty scheme. The standard earning rate (points per 1.00
      * of tax-exclusive value) and what a point is worth when it
      * is spent come off LOYALTY.PARM as EARN-RATE= and
      * POINT-VALUE=, shared with POINTS_STMT and POINTS_LIAB;
      * without the card a point is earned per 1.00 and spent at
      * 0.01.
       01  WS-LOYALTY-PARM-DSN      PIC X(80)
               VALUE "data/master_update/LOYALTY.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-EARN-RATE             PIC 9(2)V99 VALUE 1.00.
       01  WS-POINT-VALUE           PIC 9(3)V9(4) VALUE 0.01.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-IS-OPEN        VALUE 'Y'.
       01  WS-POINTS-RATE           PIC 9(2)V99.
       01  WS-LINE-POINTS           PIC S9(9).
       01  WS-REDEEM-VALUE          PIC 9(9)V99.
       01  WS-POINTS-NEEDED         PIC 9(9).
       01  WS-POINTS-EOF-FLAG       PIC X.
           88  IS-POINTS-EOF        VALUE 'Y'.
       01  WS-VOID-POINTS           PIC S9(9).
       01  WS-POINTS-EARNED         PIC S9(9) VALUE 0.
       01  WS-POINTS-REDEEMED       PIC S9(9) VALUE 0.
       01  WS-REDEEM-LINES          PIC 9(7) VALUE 0.

      * Gift vouchers. The register is held open I-O for the whole
      * run; without it a voucher can be neither sold nor taken.
      * How long a voucher stays good comes off VOUCHER.PARM as
      * VALID-DAYS=.
       01  WS-VOUCHER-PARM-DSN      PIC X(80)
               VALUE "data/master_update/VOUCHER.PARM".
       01  WS-VALID-DAYS            PIC 9(5) VALUE 365.
       01  WS-VOUCHER-OPEN-FLAG     PIC X VALUE 'N'.
           88  VOUCHER-IS-OPEN      VALUE 'Y'.
       01  WS-VOUCHER-AMOUNT        PIC S9(7)V99.
       01  WS-VOUCHER-EOF-FLAG      PIC X.
           88  IS-VOUCHER-EOF       VALUE 'Y'.
      * What a void must give back, gathered in one pass of the
      * register and applied by key afterward so the rewrites do
      * not disturb the scan.
       01  WS-VOUCHER-VOID-TABLE.
           05  WS-VV-COUNT          PIC 9(3) VALUE 0.
           05  WS-VV-ENTRIES OCCURS 50 TIMES
                   INDEXED BY WS-VV-IDX.
               10  WS-VV-VOUCHER-NO PIC X(12).
               10  WS-VV-ENTRY-TYPE PIC X.
               10  WS-VV-LINE-NO    PIC 9(3).
               10  WS-VV-AMOUNT     PIC S9(7)V99.
       01  WS-VOUCHERS-ISSUED       PIC 9(7) VALUE 0.
       01  WS-VOUCHER-ISSUE-VALUE   PIC S9(9)V99 VALUE 0.
       01  WS-VOUCHER-LINES         PIC 9(7) VALUE 0.
       01  WS-VOUCHER-REDEEMED      PIC S9(9)V99 VALUE 0.
       01  WS-VOUCHERS-CANCELLED    PIC 9(7) VALUE 0.

      * Price-variance state: per-store totals of the day's
      * disagreements between till and system price.
       01  WS-VARIANCE-TABLE.
           END-IF.
           PERFORM CHECK-PERIOD-OPEN THRU END-CHECK-PERIOD-OPEN.
           PERFORM OPEN-POSTING-REGISTER THRU END-OPEN-POSTING-REG.
           OPEN I-O FEED-EXPECT-FILE.
           IF FS-FEED-EXPECT = "00"
               SET FEED-EXPECT-IS-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-STORE-TABLE THRU END-LOAD-STORE-TABLE.
           PERFORM LOAD-PROMO-TABLE THRU END-LOAD-PROMO-TABLE.
           PERFORM LOAD-KIT-TABLE THRU END-LOAD-KIT-TABLE.
           PERFORM LOAD-DEAL-TABLE THRU END-LOAD-DEAL-TABLE.
           PERFORM LOAD-FEED-LIST THRU END-LOAD-FEED-LIST.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-HISTORY-FILE.
           IF FS-XREF = "00"
               SET XREF-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF FS-CUSTOMER = "00"
               SET CUSTOMER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CONTRACT-FILE.
           IF FS-CONTRACT = "00"
               SET CONTRACT-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE = "00"
               SET ZONE-PRICE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT EXEMPT-LIST-FILE.
           OPEN EXTEND AR-LEDGER-FILE.
           IF FS-AR-LEDGER NOT = "00"
               OPEN OUTPUT AR-LEDGER-FILE
           END-IF.
           OPEN EXTEND POINTS-LEDGER-FILE.
           IF FS-POINTS-LEDGER NOT = "00"
               OPEN OUTPUT POINTS-LEDGER-FILE
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-IS-OPEN TO TRUE
           END-IF.
      * The first voucher ever sold creates the register.
           OPEN I-O VOUCHER-FILE.
           IF FS-VOUCHER NOT = "00" AND NOT TRIAL-RUN
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF.
           IF FS-VOUCHER = "00"
               SET VOUCHER-IS-OPEN TO TRUE
           END-IF.

      * One master open for the whole night instead of one per call
      * -- the session is closed again just before end of job.
           PERFORM APPLY-ITEM-TOTALS.
           PERFORM RECORD-POSTED-IDENTITIES
                   THRU END-RECORD-POSTED-IDS.
           PERFORM RECORD-FEED-ARRIVALS THRU END-RECORD-FEED-ARRIVALS.
           CALL "INV_UPDATE" USING WS-SESSION-ITEM, WS-SESSION-QTY,
                   'C', WS-UPDATE-STATUS, WS-UNIT-PRICE, WS-TAX-RATE,
                   WS-UNIT-COST, WS-SESSION-STORE, WS-REASON-CODE.
           IF XREF-IS-OPEN
               CLOSE XREF-FILE
           END-IF.
           IF CUSTOMER-IS-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF CONTRACT-IS-OPEN
               CLOSE CONTRACT-FILE
           END-IF.
           IF ZONE-PRICE-IS-OPEN
               CLOSE ZONE-PRICE-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE EXEMPT-LIST-FILE.
           CLOSE AR-LEDGER-FILE.
           CLOSE POINTS-LEDGER-FILE.
           IF GROUP-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           IF VOUCHER-IS-OPEN
               CLOSE VOUCHER-FILE
           END-IF.
           IF POSTING-REG-IS-OPEN
               CLOSE POSTING-REG-FILE
           END-IF.
           IF FEED-EXPECT-IS-OPEN
               CLOSE FEED-EXPECT-FILE
           END-IF.
           CLOSE HISTORY-FILE MONTHLY-HIST-FILE HIST-INDEX-FILE
                 ERROR-FILE SUSPENSE-FILE
                 CONTROL-FILE RECEIPT-REG-FILE TENDER-FILE
           MOVE 'N' TO WS-FD-HDR-SEEN(WS-FEED-NO).
           MOVE 0 TO WS-FD-DATE(WS-FEED-NO).
           MOVE 0 TO WS-FD-SEQ(WS-FEED-NO).
           MOVE SPACES TO WS-FD-STORE(WS-FEED-NO).

      * One feed, one read of its bytes: the staging pass proves
      * the trailer while writing the detail to the stage file, and
               ADD 1 TO WS-FEEDS-REJECTED
               GO TO END-PROCESS-ONE-FEED
           END-IF.
           MOVE WS-FEED-STORE TO WS-FD-STORE(WS-FEED-NO).
           PERFORM CHECK-FEED-DATE THRU END-CHECK-FEED-DATE.
           IF FEED-HELD-BACK
               ADD 1 TO WS-FEEDS-HELD
               GO TO END-PROCESS-ONE-FEED
           END-IF.

      * The feed is proven: its tenders are real and its staged
      * detail may post. On a checkpoint restart into this feed the
           MOVE 0 TO WS-FEED-READ-COUNT.
           MOVE 0 TO WS-FEED-HASH-TOTAL.
           MOVE 0 TO WS-TN-COUNT.
           MOVE SPACES TO WS-FILE-OPERATOR WS-FILE-TERMINAL.
           MOVE SPACES TO WS-FEED-STORE.

           OPEN INPUT SALES-FILE.
           IF FS-SALES NOT = "00"
                               PERFORM PROCESS-FILE-HEADER
                                   THRU END-PROCESS-FILE-HEADER
                           WHEN "8888"
                               MOVE STN-STORE-CODE TO WS-CHECK-STORE
                               PERFORM NOTE-FEED-STORE
                               PERFORM STAGE-TENDER-TOTALS
                           WHEN "9999"
                               IF STR-RECORD-COUNT NOT =
                               SET IS-SALES-EOF TO TRUE
                           WHEN OTHER
                               ADD 1 TO WS-FEED-READ-COUNT
                               MOVE SD-STORE-CODE TO WS-CHECK-STORE
                               PERFORM NOTE-FEED-STORE
                               ADD SD-QTY TO WS-HASH-TOTAL
                               ADD SD-QTY TO WS-FEED-HASH-TOTAL
                               IF SD-OPERATOR-ID = SPACES
                                   MOVE WS-FILE-OPERATOR TO
                                           SD-OPERATOR-ID
                               END-IF
                               IF SD-TERMINAL-NO = SPACES
                                   MOVE WS-FILE-TERMINAL TO
                                           SD-TERMINAL-NO
                               END-IF
                               WRITE STAGE-RECORD FROM SD-RECORD
                       END-EVALUATE
               END-READ
       END-STAGE-FEED.
           CONTINUE.

       NOTE-FEED-STORE.
           IF WS-FEED-STORE = SPACES
               MOVE WS-CHECK-STORE TO WS-FEED-STORE
           ELSE
               IF WS-CHECK-STORE NOT = WS-FEED-STORE
                   MOVE "****" TO WS-FEED-STORE
               END-IF
           END-IF.

      * A proven feed's business date against the run's. A catch-up
      * run posts only the late day's feeds; a normal run holds back
      * a store feed for an earlier day the expected-feed register
      * still shows missing, so it is posted under its own date by
      * the catch-up run and not under tonight's. Held feeds post
      * nothing and leave no tenders behind.
       CHECK-FEED-DATE.
           MOVE 'N' TO WS-FEED-HELD-FLAG.
           IF NOT HEADER-WAS-SEEN
               GO TO END-CHECK-FEED-DATE
           END-IF.
           IF CATCHUP-RUN
               IF WS-FILE-DATE NOT = WS-RUN-DATE
                   SET FEED-HELD-BACK TO TRUE
                   MOVE "WRONG DATE" TO WS-FD-STATUS(WS-FEED-NO)
                   DISPLAY "SALES-PROC: CATCH-UP RUN FOR " WS-RUN-DATE
                           " TAKES NO FEED FOR " WS-FILE-DATE ": "
                           WS-FD-DSN(WS-FEED-NO)
               END-IF
               GO TO END-CHECK-FEED-DATE
           END-IF.
           IF WS-FILE-DATE NOT < WS-RUN-DATE
                   OR NOT FEED-EXPECT-IS-OPEN
                   OR WS-FEED-STORE = SPACES OR WS-FEED-STORE = "****"
               GO TO END-CHECK-FEED-DATE
           END-IF.
           MOVE WS-FILE-DATE TO FX-BUSINESS-DATE.
           MOVE WS-FEED-STORE TO FX-STORE-CODE.
           READ FEED-EXPECT-FILE
               INVALID KEY
                   GO TO END-CHECK-FEED-DATE
           END-READ.
           IF NOT FX-IS-EXPECTED
               GO TO END-CHECK-FEED-DATE
           END-IF.
           SET FEED-HELD-BACK TO TRUE.
           MOVE "LATE" TO WS-FD-STATUS(WS-FEED-NO).
           DISPLAY "SALES-PROC: LATE FEED FROM STORE " WS-FEED-STORE
                   " FOR " WS-FILE-DATE " HELD FOR A CATCH-UP RUN: "
                   WS-FD-DSN(WS-FEED-NO).
           IF NOT TRIAL-RUN
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "LATE FEED STORE " WS-FEED-STORE " FOR "
                       WS-FILE-DATE " HELD FOR CATCH-UP RUN"
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL "ALERT_WRITER" USING WS-EXC-PROGRAM,
                       WS-ALERT-SEVERITY, WS-ALERT-TEXT
           END-IF.
       END-CHECK-FEED-DATE.
           CONTINUE.

      * The proven feed's staged detail, validated and posted. On
      * restart the already-posted records are skipped here, on the
      * staged file -- the raw feed is not touched again.
                       SET IS-STAGE-EOF TO TRUE
                   NOT AT END
                       MOVE STAGE-RECORD TO SD-RECORD
      * A new receipt settles the deals on the one held before it.
                       IF WS-HL-COUNT > 0
                               AND (SD-STORE-CODE NOT = WS-HELD-STORE
                               OR SD-RECEIPT-NO NOT = WS-HELD-RECEIPT)
                           PERFORM SETTLE-RECEIPT-DEALS
                           MOVE STAGE-RECORD TO SD-RECORD
                       END-IF
                       ADD 1 TO WS-FEED-POSTED-COUNT
                       PERFORM VALIDATE-AND-PROCESS
                   THRU END-VALIDATE-AND-PROCESS
                           THRU END-MAYBE-CHECKPOINT
               END-READ
           END-PERFORM.
           IF WS-HL-COUNT > 0
               PERFORM SETTLE-RECEIPT-DEALS
           END-IF.
           CLOSE STAGE-FILE.
       END-POST-STAGED.
           CONTINUE.
               GO TO END-MAYBE-CHECKPOINT
           END-IF.
           ADD 1 TO WS-SINCE-CHECKPOINT.
      * Never inside a receipt with deal lines still held back --
      * a restart must not begin part-way through a deal.
           IF WS-HL-COUNT > 0
               GO TO END-MAYBE-CHECKPOINT
           END-IF.
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT
               MOVE 0 TO WS-SINCE-CHECKPOINT
                   " RECEIPTS VOIDED: " WS-VOIDED-RECEIPTS
                   " RETURNS ON VOIDED RECEIPTS: "
                   WS-VOID-RETURNS-SEEN.
           DISPLAY "SALES-PROC ACCOUNT TOTALS -- LINES ON ACCOUNT: "
                   WS-ACCOUNT-LINES
                   " NET CHARGED: " WS-ACCOUNT-CHARGED.
           DISPLAY "SALES-PROC DEAL TOTALS -- DEALS EARNED: "
                   WS-DEALS-EARNED
                   " LINES: " WS-DEAL-LINES
                   " DISCOUNT GIVEN: " WS-DEAL-DISCOUNT-TOTAL.
           DISPLAY "SALES-PROC CONTRACT TOTALS -- LINES AT CONTRACT "
                   "PRICE: " WS-CONTRACT-LINES.
           IF REDIRECT-REPLACED
               DISPLAY "SALES-PROC SUCCESSOR TOTALS -- LINES POSTED "
                       "TO A SUCCESSOR: " WS-REDIRECTED-LINES
           END-IF.
           DISPLAY "SALES-PROC TAX EXEMPT TOTALS -- EXEMPT LINES: "
                   WS-EXEMPT-LINES
                   " TAXED ON EXPIRED CERTIFICATE: "
                   WS-EXPIRED-CERT-LINES.
           DISPLAY "SALES-PROC LOYALTY TOTALS -- POINTS EARNED: "
                   WS-POINTS-EARNED
                   " LINES PAID IN POINTS: " WS-REDEEM-LINES
                   " POINTS REDEEMED: " WS-POINTS-REDEEMED.
           DISPLAY "SALES-PROC VOUCHER TOTALS -- ISSUED: "
                   WS-VOUCHERS-ISSUED
                   " VALUE: " WS-VOUCHER-ISSUE-VALUE
                   " LINES PAID BY VOUCHER: " WS-VOUCHER-LINES
                   " REDEEMED: " WS-VOUCHER-REDEEMED
                   " CANCELLED: " WS-VOUCHERS-CANCELLED.

       WRITE-ERROR-TOTALS.
           MOVE 0 TO ER-SEQ-NO.
                   " NET-UPDATE: " WS-NET-ERR-COUNT
                   " BARCODE: " WS-BARCODE-ERR-COUNT
                   " PERIOD: " WS-PERIOD-ERR-COUNT
                   " ACCOUNT: " WS-ACCOUNT-ERR-COUNT
                   " RECALL: " WS-RECALL-ERR-COUNT
                   " LOYALTY: " WS-LOYALTY-ERR-COUNT
                   " VOUCHER: " WS-VOUCHER-ERR-COUNT
                   " TAX: " WS-TAX-ERR-COUNT
                   " SUSPENDED: " WS-SUSPENSE-COUNT.

      * RETURN-CODE follows this codebase's batch condition-code
      * reviewed before today's history/inventory updates are
      * trusted.
       SET-CONDITION-CODE.
           IF WS-FEEDS-HELD > 0
               DISPLAY "SALES-PROC: " WS-FEEDS-HELD " FEED(S) HELD "
                       "BACK (LATE OR WRONG DATE) -- SEE "
                       "SALES_CONTROL.LST."
           END-IF.
           IF ANY-FEED-DUPLICATE OR WS-FEEDS-REJECTED > 0
               DISPLAY "ALERT: " WS-FEEDS-REJECTED " FEED(S) "
                       "REJECTED (DUPLICATE, MISSING, OR BAD "
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-ERROR-COUNT > 0 OR WS-FEEDS-HELD > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
      * accountants have closed. The run still proceeds -- each
      * record is rejected individually so the error file shows
      * exactly what the late feed tried to post.
      * The business date's period is resolved on the company's
      * basis; a fiscal basis with the date missing from the fiscal
      * calendar falls back to the calendar month, loudly, rather
      * than let a closed period through unchecked.
       CHECK-PERIOD-OPEN.
           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-RUN-DATE, WS-RUN-PERIOD, WS-FP-WEEK,
                   WS-FP-START, WS-FP-END, WS-FP-STATUS.
           IF WS-FP-STATUS NOT = "00"
               DISPLAY "SALES-PROC WARNING: BUSINESS DATE "
                       WS-RUN-DATE " IS NOT ON THE FISCAL CALENDAR "
                       "-- PERIOD CHECKED AS A CALENDAR MONTH."
               MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
               MOVE 'C' TO WS-FP-BASIS
           END-IF.
           OPEN INPUT PERIOD-CTRL-FILE.
           IF FS-PERIOD-CTRL NOT = "00"
               GO TO END-CHECK-PERIOD-OPEN
                   AT END
                       SET IS-CTRL-EOF TO TRUE
                   NOT AT END
                       MOVE PC-BASIS TO WS-CTRL-BASIS
                       IF WS-CTRL-BASIS = SPACE
                           MOVE 'C' TO WS-CTRL-BASIS
                       END-IF
                       IF PC-PERIOD = WS-RUN-PERIOD
                               AND WS-CTRL-BASIS = WS-FP-BASIS
                           SET RUN-PERIOD-IS-CLOSED TO TRUE
                       END-IF
               END-READ
       READ-RUN-PARAMETERS.
           CALL "PARM_READER" USING WS-PARM-DSN WS-PARM-LINE
                   WS-PARM-FOUND.
           MOVE WS-RUN-DATE TO WS-CARD-DATE.
      * A catch-up run is announced to the shared writers under the
      * late day it posts for, exactly as a run for that day would
      * have been.
           IF WS-PARM-FOUND = 'Y' AND SPP-CATCHUP-DATE IS NUMERIC
                   AND SPP-CATCHUP-DATE NOT = "00000000"
               IF SPP-CATCHUP-DATE < WS-RUN-DATE
                   SET CATCHUP-RUN TO TRUE
                   MOVE SPP-CATCHUP-DATE TO WS-RUN-DATE
                   CALL "INV_SETDATE" USING WS-RUN-DATE
                   CALL "EXC_SETDATE" USING WS-RUN-DATE
                   CALL "RUNSTAT_SETDATE" USING WS-RUN-DATE
                   CALL "ALERT_SETDATE" USING WS-RUN-DATE
                   DISPLAY "SALES-PROC: CATCH-UP RUN -- LATE FEEDS "
                           "POST FOR BUSINESS DATE " WS-RUN-DATE
               ELSE
                   DISPLAY "SALES-PROC: CATCH-UP DATE "
                           SPP-CATCHUP-DATE " IGNORED -- NOT BEFORE "
                           "THE BUSINESS DATE " WS-RUN-DATE
               END-IF
           END-IF.
           IF WS-PARM-FOUND = 'Y' AND SPP-FORCE-FLAG = 'F'
               MOVE 'F' TO WS-OPER-FUNCTION
               CALL "OPER_CHECK" USING SPP-OPERATOR,
               DISPLAY "SALES-PROC: TRIAL RUN -- EVERYTHING CHECKS, "
                       "NOTHING POSTS."
           END-IF.
      * The successor table is loaded now, before the master is
      * opened for posting.
           IF WS-PARM-FOUND = 'Y' AND SPP-SUCCESSOR-FLAG = 'S'
               SET REDIRECT-REPLACED TO TRUE
               CALL "ITEM_SUCCESSOR" USING WS-NO-ITEM,
                       WS-SUCCESSOR-CODE
               DISPLAY "SALES-PROC: LINES FOR REPLACED ITEMS POST "
                       "TO THEIR SUCCESSORS THIS RUN."
           END-IF.
           MOVE "EARN-RATE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-LOYALTY-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-EARN-RATE = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           MOVE "POINT-VALUE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-LOYALTY-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-POINT-VALUE = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.
           IF WS-POINT-VALUE = 0
               DISPLAY "SALES-PROC WARNING: POINT-VALUE OF ZERO "
                       "IGNORED, POINTS SPENT AT 0.01."
               MOVE 0.01 TO WS-POINT-VALUE
           END-IF.
           MOVE "VALID-DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-VOUCHER-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y'
               COMPUTE WS-VALID-DAYS = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.

      * A missing register just means nothing has ever been posted
      * through the guard -- the first guarded run creates it. Held
      * The till system's tender summary for the store's day, held
      * in the table until the feed's trailer proves out.
       STAGE-TENDER-TOTALS.
           IF WS-TN-COUNT >= 200
               DISPLAY "SALES-PROC WARNING: TENDER TABLE FULL, "
                       "SUMMARY DROPPED FOR " STN-STORE-CODE
           ELSE
               MOVE STN-CASH-TOTAL TO WS-TN-CASH(WS-TN-COUNT)
               MOVE STN-CARD-TOTAL TO WS-TN-CARD(WS-TN-COUNT)
               MOVE STN-VOUCHER-TOTAL TO WS-TN-VOUCHER(WS-TN-COUNT)
               IF STN-ACCOUNT-TOTAL IS NUMERIC
                   MOVE STN-ACCOUNT-TOTAL TO
                           WS-TN-ACCOUNT(WS-TN-COUNT)
               ELSE
                   MOVE 0 TO WS-TN-ACCOUNT(WS-TN-COUNT)
               END-IF
               MOVE STN-OPERATOR-ID TO WS-TN-OPERATOR(WS-TN-COUNT)
               MOVE STN-TERMINAL-NO TO WS-TN-TERMINAL(WS-TN-COUNT)
           END-IF.

      * A proven feed's tenders go to the tender file under the
               MOVE WS-TN-CASH(WS-TN-IDX) TO TT-CASH-TOTAL
               MOVE WS-TN-CARD(WS-TN-IDX) TO TT-CARD-TOTAL
               MOVE WS-TN-VOUCHER(WS-TN-IDX) TO TT-VOUCHER-TOTAL
               MOVE WS-TN-ACCOUNT(WS-TN-IDX) TO TT-ACCOUNT-TOTAL
               MOVE WS-TN-OPERATOR(WS-TN-IDX) TO TT-OPERATOR-ID
               MOVE WS-TN-TERMINAL(WS-TN-IDX) TO TT-TERMINAL-NO
               WRITE TENDER-RECORD
           END-PERFORM.
           MOVE 0 TO WS-TN-COUNT.
           SET HEADER-WAS-SEEN TO TRUE.
           MOVE SHR-BUSINESS-DATE TO WS-FILE-DATE.
           MOVE SHR-SEQUENCE-NO TO WS-FILE-SEQ.
           MOVE SHR-OPERATOR-ID TO WS-FILE-OPERATOR.
           MOVE SHR-TERMINAL-NO TO WS-FILE-TERMINAL.
           IF NOT POSTING-REG-IS-OPEN
               GO TO END-PROCESS-FILE-HEADER
           END-IF.
       END-RECORD-POSTED-IDS.
           CONTINUE.

      * Each store feed posted tonight takes its store off the
      * expected-feed register for the feed's business date -- as
      * arrived, or arrived late when a catch-up run posted it. A
      * feed the register never expected is no concern of it.
       RECORD-FEED-ARRIVALS.
           IF TRIAL-RUN OR NOT FEED-EXPECT-IS-OPEN
               GO TO END-RECORD-FEED-ARRIVALS
           END-IF.
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1
                   UNTIL WS-FEED-NO > WS-FEED-COUNT
               IF WS-FD-STATUS(WS-FEED-NO) = "POSTED"
                       AND WS-FD-STORE(WS-FEED-NO) NOT = SPACES
                       AND WS-FD-STORE(WS-FEED-NO) NOT = "****"
                   IF WS-FD-HDR-SEEN(WS-FEED-NO) = 'Y'
                       MOVE WS-FD-DATE(WS-FEED-NO) TO FX-BUSINESS-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO FX-BUSINESS-DATE
                   END-IF
                   MOVE WS-FD-STORE(WS-FEED-NO) TO FX-STORE-CODE
                   READ FEED-EXPECT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FX-IS-EXPECTED
                               PERFORM MARK-FEED-ARRIVED
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       END-RECORD-FEED-ARRIVALS.
           CONTINUE.

       MARK-FEED-ARRIVED.
           IF CATCHUP-RUN
               MOVE 'L' TO FX-STATUS
           ELSE
               MOVE 'A' TO FX-STATUS
           END-IF.
           MOVE WS-CARD-DATE TO FX-POSTED-DATE.
           MOVE WS-FD-SEQ(WS-FEED-NO) TO FX-FEED-SEQ.
           REWRITE FX-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: EXPECTED-FEED "
                           "REGISTER NOT UPDATED FOR STORE "
                           FX-STORE-CODE " STATUS " FS-FEED-EXPECT
           END-REWRITE.

       VALIDATE-AND-PROCESS.
           MOVE "Y" TO WS-VALIDATION-FLAG.

               GO TO END-VALIDATE-AND-PROCESS
           END-IF.

      * Nor is the sale of a gift voucher a stock line.
           IF SD-IS-VOUCHER-ISSUE
               PERFORM ISSUE-VOUCHER THRU END-ISSUE-VOUCHER
               GO TO END-VALIDATE-AND-PROCESS
           END-IF.

           IF SD-BARCODE NOT = SPACES
               PERFORM TRANSLATE-BARCODE THRU END-TRANSLATE-BARCODE
               IF NOT IS-VALID
               END-IF
           END-IF.

           IF REDIRECT-REPLACED AND SD-ITEM-CODE NOT = SPACES
               CALL "ITEM_SUCCESSOR" USING SD-ITEM-CODE,
                       WS-SUCCESSOR-CODE
               IF WS-SUCCESSOR-CODE NOT = SD-ITEM-CODE
                   MOVE WS-SUCCESSOR-CODE TO SD-ITEM-CODE
                   ADD 1 TO WS-REDIRECTED-LINES
               END-IF
           END-IF.

           IF SD-STORE-CODE = SPACES
               MOVE "Store code is blank." TO ER-MESSAGE
               MOVE "N" TO WS-VALIDATION-FLAG
                   AND NOT SD-RETURN-DAMAGED
               MOVE "Unknown return reason code." TO ER-MESSAGE
               MOVE "N" TO WS-VALIDATION-FLAG
           ELSE IF SD-TENDER-TYPE NOT = SPACE AND NOT SD-ON-ACCOUNT
                   AND NOT SD-ON-POINTS AND NOT SD-ON-VOUCHER
               MOVE "Unknown tender type." TO ER-MESSAGE
               MOVE "N" TO WS-VALIDATION-FLAG
           ELSE IF SD-ON-ACCOUNT AND SD-CUST-NO = SPACES
               MOVE "On-account line carries no customer." TO
                       ER-MESSAGE
               MOVE "N" TO WS-VALIDATION-FLAG
           ELSE IF SD-ON-VOUCHER AND SD-VOUCHER-NO = SPACES
               MOVE "Voucher tender carries no voucher." TO
                       ER-MESSAGE
               MOVE "N" TO WS-VALIDATION-FLAG
           END-IF.

           IF IS-VALID AND STORE-FILE-LOADED
                                   WS-ST-STORE-CODE(WS-STORE-COUNT)
                           MOVE ST-OPEN-FLAG TO
                                   WS-ST-OPEN-FLAG(WS-STORE-COUNT)
                           MOVE ST-PRICE-ZONE TO
                                   WS-ST-PRICE-ZONE(WS-STORE-COUNT)
                           MOVE ST-TAX-REGION TO
                                   WS-ST-TAX-REGION(WS-STORE-COUNT)
                       ELSE
                           SET STORE-TABLE-OVERFLOWED TO TRUE
                       END-IF
       END-LOAD-PROMO-TABLE.
           CONTINUE.

      * A bill of materials too big for the table would sell the
      * overflow kits as ordinary stocked items, so the run is
      * refused instead -- the table must be enlarged first.
       LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE.
           IF FS-KIT NOT = "00"
               GO TO END-LOAD-KIT-TABLE
           END-IF.
           PERFORM UNTIL IS-KIT-EOF
               READ KIT-FILE NEXT RECORD
                   AT END
                       SET IS-KIT-EOF TO TRUE
                   NOT AT END
                       IF WS-KIT-COUNT < 2000
                           ADD 1 TO WS-KIT-COUNT
                           MOVE KT-KIT-ITEM TO
                                   WS-KC-KIT-ITEM(WS-KIT-COUNT)
                           MOVE KT-COMPONENT-ITEM TO
                                   WS-KC-COMPONENT(WS-KIT-COUNT)
                           MOVE KT-COMPONENT-QTY TO
                                   WS-KC-QTY(WS-KIT-COUNT)
                       ELSE
                           DISPLAY "ALERT: KIT TABLE FULL -- RUN "
                                   "REFUSED. ENLARGE WS-KIT-TABLE."
                           CLOSE KIT-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KIT-FILE.
       END-LOAD-KIT-TABLE.
           CONTINUE.

      * Only deals running on the business date are kept; each
      * header is followed in key order by its members, which are
      * tied to the header's table slot. A deal too many for the
      * table is warned and not run, the way a promotion is.
       LOAD-DEAL-TABLE.
           OPEN INPUT DEAL-FILE.
           IF FS-DEAL NOT = "00"
               GO TO END-LOAD-DEAL-TABLE
           END-IF.
           MOVE 0 TO WS-DEAL-LOAD-IDX.
           PERFORM UNTIL IS-DEAL-EOF
               READ DEAL-FILE NEXT RECORD
                   AT END
                       SET IS-DEAL-EOF TO TRUE
                   NOT AT END
                       IF DL-IS-HEADER
                           PERFORM LOAD-DEAL-HEADER
                       ELSE
                           PERFORM LOAD-DEAL-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEAL-FILE.
       END-LOAD-DEAL-TABLE.
           CONTINUE.

       LOAD-DEAL-HEADER.
           MOVE 0 TO WS-DEAL-LOAD-IDX.
           IF DL-START-DATE <= WS-RUN-DATE
                   AND DL-END-DATE >= WS-RUN-DATE
               IF WS-DEAL-COUNT < 100
                   ADD 1 TO WS-DEAL-COUNT
                   MOVE WS-DEAL-COUNT TO WS-DEAL-LOAD-IDX
                   MOVE DL-DEAL-CODE TO WS-DL-CODE(WS-DEAL-COUNT)
                   MOVE DL-DEAL-TYPE TO WS-DL-TYPE(WS-DEAL-COUNT)
                   MOVE DL-STORE-CODE TO WS-DL-STORE(WS-DEAL-COUNT)
                   MOVE DL-TRIGGER-QTY TO
                           WS-DL-TRIGGER(WS-DEAL-COUNT)
                   MOVE DL-REWARD-QTY TO
                           WS-DL-REWARD-QTY(WS-DEAL-COUNT)
                   MOVE DL-REWARD-PRICE TO
                           WS-DL-REWARD-PRICE(WS-DEAL-COUNT)
               ELSE
                   DISPLAY "SALES-PROC WARNING: DEAL TABLE FULL, "
                           "DEAL IGNORED: " DL-DEAL-CODE
               END-IF
           END-IF.

       LOAD-DEAL-MEMBER.
           IF WS-DEAL-LOAD-IDX > 0
               IF WS-DM-COUNT < 1000
                   ADD 1 TO WS-DM-COUNT
                   MOVE WS-DEAL-LOAD-IDX TO WS-DM-DEAL-IDX(WS-DM-COUNT)
                   MOVE DL-MEMBER-TYPE TO WS-DM-TYPE(WS-DM-COUNT)
                   MOVE DL-MEMBER-CODE TO WS-DM-CODE(WS-DM-COUNT)
               ELSE
                   DISPLAY "SALES-PROC WARNING: DEAL MEMBER TABLE "
                           "FULL, MEMBER IGNORED: " DL-DEAL-CODE " "
                           DL-MEMBER-CODE
               END-IF
           END-IF.

      * Is WS-KIT-ITEM a kit, and where do its components sit in the
      * table?
       FIND-KIT.
           MOVE 'N' TO WS-KIT-FLAG.
           MOVE 0 TO WS-KIT-FIRST-IDX.
           MOVE 0 TO WS-KIT-LAST-IDX.
           PERFORM VARYING WS-KIT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-KIT-SCAN-IDX > WS-KIT-COUNT
               IF WS-KC-KIT-ITEM(WS-KIT-SCAN-IDX) = WS-KIT-ITEM
                   IF NOT ITEM-IS-KIT
                       SET ITEM-IS-KIT TO TRUE
                       MOVE WS-KIT-SCAN-IDX TO WS-KIT-FIRST-IDX
                   END-IF
                   MOVE WS-KIT-SCAN-IDX TO WS-KIT-LAST-IDX
               ELSE
                   IF ITEM-IS-KIT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * Every component is looked up before anything moves: an
      * unknown, inactive or (on a sale) recalled component refuses
      * the kit line whole, and the components' costs are summed
      * into the line's unit cost for history. Kit stock is posted
      * at once rather than netted at end of file: a sale takes its
      * components here, so a shortfall is refused before any
      * account is charged; a return puts them back only once its
      * account credit has gone through.
       PREPARE-KIT-SALE.
           MOVE SD-QTY TO WS-KIT-QTY.
           MOVE SD-STORE-CODE TO WS-KIT-STORE.
           MOVE SD-TRAN-TYPE TO WS-KIT-TRAN-TYPE.
           IF SD-IS-RETURN
               MOVE SD-RETURN-REASON TO WS-KIT-REASON
           ELSE
               MOVE SPACES TO WS-KIT-REASON
           END-IF.
           MOVE 0 TO WS-KIT-COST.
           PERFORM VARYING WS-KIT-SCAN-IDX FROM WS-KIT-FIRST-IDX BY 1
                   UNTIL WS-KIT-SCAN-IDX > WS-KIT-LAST-IDX
                      OR NOT KIT-IS-OK
               COMPUTE WS-COMP-QTY ROUNDED =
                       WS-KIT-QTY * WS-KC-QTY(WS-KIT-SCAN-IDX)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-KIT-OK-FLAG
                       MOVE "QT" TO WS-COMP-STATUS
                       EXIT PERFORM
               END-COMPUTE
               CALL "INV_UPDATE" USING
                       WS-KC-COMPONENT(WS-KIT-SCAN-IDX), WS-COMP-QTY,
                       'I', WS-COMP-STATUS, WS-COMP-PRICE,
                       WS-COMP-TAX-RATE, WS-COMP-COST, WS-KIT-STORE,
                       WS-COMP-REASON
               IF WS-COMP-STATUS = "05" AND SD-IS-RETURN
                   MOVE "00" TO WS-COMP-STATUS
               END-IF
               IF WS-COMP-STATUS = "00"
                   COMPUTE WS-KIT-COST ROUNDED = WS-KIT-COST
                           + WS-COMP-COST * WS-KC-QTY(WS-KIT-SCAN-IDX)
               ELSE
                   MOVE 'N' TO WS-KIT-OK-FLAG
               END-IF
           END-PERFORM.
           IF NOT KIT-IS-OK
               GO TO KIT-SALE-REFUSED
           END-IF.
           MOVE WS-KIT-COST TO WS-UNIT-COST.
           IF SD-IS-SALE
               PERFORM POST-KIT-COMPONENTS THRU END-POST-KIT-COMPONENTS
               IF NOT KIT-IS-OK
                   GO TO KIT-SALE-REFUSED
               END-IF
           END-IF.
           GO TO END-PREPARE-KIT-SALE.
       KIT-SALE-REFUSED.
           EVALUATE WS-COMP-STATUS
               WHEN "05"
                   MOVE "Kit component under recall, refused." TO
                           ER-MESSAGE
                   MOVE "RECALL" TO WS-ERROR-CATEGORY
               WHEN "QT"
                   MOVE "Kit quantity too large to explode." TO
                           ER-MESSAGE
                   MOVE "INVENTORY" TO WS-ERROR-CATEGORY
               WHEN OTHER
                   MOVE "Kit component rejected, status: " TO
                           ER-MESSAGE
                   MOVE WS-COMP-STATUS TO ER-MESSAGE(33:2)
                   MOVE "INVENTORY" TO WS-ERROR-CATEGORY
           END-EVALUATE.
           MOVE SD-RECORD TO ER-ORIGINAL-RECORD.
           PERFORM WRITE-TO-ERROR.
       END-PREPARE-KIT-SALE.
           CONTINUE.

      * Moves each component of the kit in WS-KIT-ITEM by its
      * quantity per kit. A component refused part-way through a
      * sale puts back the components already taken, so the kit
      * line moves all of its stock or none of it.
       POST-KIT-COMPONENTS.
           SET KIT-IS-OK TO TRUE.
           MOVE "00" TO WS-COMP-STATUS.
           MOVE 0 TO WS-KIT-POSTED-IDX.
           IF TRIAL-RUN
               GO TO END-POST-KIT-COMPONENTS
           END-IF.
           PERFORM VARYING WS-KIT-SCAN-IDX FROM WS-KIT-FIRST-IDX BY 1
                   UNTIL WS-KIT-SCAN-IDX > WS-KIT-LAST-IDX
               COMPUTE WS-COMP-QTY ROUNDED =
                       WS-KIT-QTY * WS-KC-QTY(WS-KIT-SCAN-IDX)
               CALL "INV_UPDATE" USING
                       WS-KC-COMPONENT(WS-KIT-SCAN-IDX), WS-COMP-QTY,
                       WS-KIT-TRAN-TYPE, WS-COMP-STATUS,
                       WS-COMP-PRICE, WS-COMP-TAX-RATE, WS-COMP-COST,
                       WS-KIT-STORE, WS-KIT-REASON
               IF WS-COMP-STATUS NOT = "00"
                   MOVE 'N' TO WS-KIT-OK-FLAG
                   EXIT PERFORM
               END-IF
               MOVE WS-KIT-SCAN-IDX TO WS-KIT-POSTED-IDX
           END-PERFORM.
           IF NOT KIT-IS-OK AND WS-KIT-TRAN-TYPE = 'S'
               PERFORM REVERSE-KIT-COMPONENTS
           END-IF.
       END-POST-KIT-COMPONENTS.
           CONTINUE.

      * Puts back the components a kit sale has already taken --
      * those from the first through WS-KIT-POSTED-IDX.
       REVERSE-KIT-COMPONENTS.
           PERFORM VARYING WS-KIT-SCAN-IDX FROM WS-KIT-FIRST-IDX BY 1
                   UNTIL WS-KIT-SCAN-IDX > WS-KIT-POSTED-IDX
                      OR WS-KIT-POSTED-IDX = 0
               COMPUTE WS-COMP-QTY ROUNDED =
                       WS-KIT-QTY * WS-KC-QTY(WS-KIT-SCAN-IDX)
               CALL "INV_UPDATE" USING
                       WS-KC-COMPONENT(WS-KIT-SCAN-IDX), WS-COMP-QTY,
                       'R', WS-REVERSE-STATUS, WS-COMP-PRICE,
                       WS-COMP-TAX-RATE, WS-COMP-COST, WS-KIT-STORE,
                       WS-COMP-REASON
           END-PERFORM.

      * A store-specific promotion beats an all-stores one for the
      * same item, so the scan keeps looking after an all-stores
      * match in case a closer one follows.
               END-IF
           END-PERFORM.

      * The selling store's price zone, if it has one, replaces
      * the master price with the zone's where the zone prices the
      * item; a store not in the table sells at the master price.
       APPLY-ZONE-PRICE.
           IF NOT ZONE-PRICE-IS-OPEN
               GO TO END-APPLY-ZONE-PRICE
           END-IF.
           MOVE SPACES TO ZP-ZONE-CODE.
           PERFORM VARYING WS-ZONE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-SCAN-IDX > WS-STORE-COUNT
               IF WS-ST-STORE-CODE(WS-ZONE-SCAN-IDX) = SD-STORE-CODE
                   MOVE WS-ST-PRICE-ZONE(WS-ZONE-SCAN-IDX)
                           TO ZP-ZONE-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ZP-ZONE-CODE = SPACES
               GO TO END-APPLY-ZONE-PRICE
           END-IF.
           MOVE SD-ITEM-CODE TO ZP-ITEM-CODE.
           READ ZONE-PRICE-FILE
               INVALID KEY
                   GO TO END-APPLY-ZONE-PRICE
           END-READ.
           MOVE ZP-ZONE-PRICE TO WS-UNIT-PRICE.
       END-APPLY-ZONE-PRICE.
           CONTINUE.

      * An exempt customer's certificate in force on the business
      * date takes the line's tax rate to zero before anything is
      * worked out from it.
       CHECK-TAX-EXEMPTION.
           MOVE SPACE TO WS-EXEMPT-FLAG.
           IF SD-CUST-NO = SPACES OR NOT CUSTOMER-IS-OPEN
               GO TO END-CHECK-TAX-EXEMPTION
           END-IF.
           MOVE SD-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO END-CHECK-TAX-EXEMPTION
           END-READ.
           IF NOT CU-IS-TAX-EXEMPT
               GO TO END-CHECK-TAX-EXEMPTION
           END-IF.
           IF CU-CERT-EXPIRY >= WS-RUN-DATE
               SET LINE-IS-EXEMPT TO TRUE
               MOVE 0 TO WS-TAX-RATE
           ELSE
               SET CERT-HAS-EXPIRED TO TRUE
           END-IF.
       END-CHECK-TAX-EXEMPTION.
           CONTINUE.

      * A line keyed with an account is priced from its contract
      * terms for the item, or failing that for the item's group,
      * when that beats the price already in force.
       APPLY-CONTRACT-PRICE.
           IF SD-CUST-NO = SPACES OR NOT CONTRACT-IS-OPEN
               GO TO END-APPLY-CONTRACT
           END-IF.
           MOVE 'N' TO WS-CONTRACT-FOUND-FLAG.
           MOVE 'I' TO WS-CT-MEMBER-TYPE.
           MOVE SD-ITEM-CODE TO WS-CT-MEMBER-CODE.
           PERFORM FIND-CONTRACT-TERMS.
           IF NOT CONTRACT-FOUND
               MOVE 'G' TO WS-CT-MEMBER-TYPE
               MOVE SPACES TO WS-CT-MEMBER-CODE
               MOVE SD-ITEM-CODE(1:2) TO WS-CT-MEMBER-CODE(1:2)
               PERFORM FIND-CONTRACT-TERMS
           END-IF.
           IF NOT CONTRACT-FOUND
               GO TO END-APPLY-CONTRACT
           END-IF.
           IF CP-IS-NET-PRICE
               MOVE CP-NET-PRICE TO WS-CONTRACT-PRICE
           ELSE
               COMPUTE WS-CONTRACT-PRICE ROUNDED = WS-LIST-PRICE
                       * (100 - CP-DISCOUNT-PCT) / 100
           END-IF.
           IF WS-CONTRACT-PRICE < WS-UNIT-PRICE
               MOVE WS-CONTRACT-PRICE TO WS-UNIT-PRICE
               MOVE 'C' TO WS-PROMO-FLAG
               ADD 1 TO WS-CONTRACT-LINES
           END-IF.
       END-APPLY-CONTRACT.
           CONTINUE.

      * CONTRACT_MAINT allows no overlapping periods, so the first
      * entry in effective-date order whose period spans the
      * business date is the one in force.
       FIND-CONTRACT-TERMS.
           MOVE SD-CUST-NO TO CP-CUST-NO.
           MOVE WS-CT-MEMBER-TYPE TO CP-MEMBER-TYPE.
           MOVE WS-CT-MEMBER-CODE TO CP-MEMBER-CODE.
           MOVE 0 TO CP-START-DATE.
           MOVE 'N' TO WS-CONTRACT-SCAN-FLAG.
           START CONTRACT-FILE KEY >= CP-KEY
               INVALID KEY
                   SET CONTRACT-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CONTRACT-SCAN-DONE
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET CONTRACT-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CP-CUST-NO NOT = SD-CUST-NO
                               OR CP-MEMBER-TYPE NOT = WS-CT-MEMBER-TYPE
                               OR CP-MEMBER-CODE NOT = WS-CT-MEMBER-CODE
                               OR CP-START-DATE > WS-RUN-DATE
                           SET CONTRACT-SCAN-DONE TO TRUE
                       ELSE
                           IF CP-END-DATE >= WS-RUN-DATE
                               SET CONTRACT-FOUND TO TRUE
                               SET CONTRACT-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A receipted sale of an item some running deal in its store
      * qualifies is held back until the receipt is complete. The
      * system price is kept here, before CHECK-TILL-PRICE can put
      * the till's price in its place.
       CHECK-DEAL-CANDIDATE.
           MOVE 'N' TO WS-DEAL-CANDIDATE-FLAG.
           MOVE WS-UNIT-PRICE TO WS-DEAL-SYSTEM-PRICE.
           IF WS-DEAL-COUNT > 0 AND SD-IS-SALE
                   AND SD-RECEIPT-NO NOT = SPACES
                   AND NOT SD-ON-POINTS AND NOT SD-ON-VOUCHER
               MOVE SD-ITEM-CODE TO WS-DEAL-ITEM
               MOVE SD-STORE-CODE TO WS-DEAL-STORE
               PERFORM VARYING WS-DEAL-IDX FROM 1 BY 1
                       UNTIL WS-DEAL-IDX > WS-DEAL-COUNT
                       OR DEAL-CANDIDATE
                   PERFORM FIND-DEAL-MEMBER
                   IF ITEM-IN-DEAL
                       SET DEAL-CANDIDATE TO TRUE
                   END-IF
               END-PERFORM
               IF DEAL-CANDIDATE AND WS-HL-COUNT >= 200
                   DISPLAY "SALES-PROC WARNING: TOO MANY DEAL LINES "
                           "ON RECEIPT " SD-RECEIPT-NO ", LINE "
                           SD-LINE-NO " TAKES NO DEAL."
                   MOVE 'N' TO WS-DEAL-CANDIDATE-FLAG
               END-IF
           END-IF.

      * Does deal WS-DEAL-IDX run in WS-DEAL-STORE, and does it
      * qualify WS-DEAL-ITEM by item or by the item's group?
       FIND-DEAL-MEMBER.
           MOVE 'N' TO WS-DEAL-MATCH-FLAG.
           IF WS-DL-STORE(WS-DEAL-IDX) = SPACES
                   OR WS-DL-STORE(WS-DEAL-IDX) = WS-DEAL-STORE
               PERFORM VARYING WS-DM-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-DM-SCAN-IDX > WS-DM-COUNT
                       OR ITEM-IN-DEAL
                   IF WS-DM-DEAL-IDX(WS-DM-SCAN-IDX) = WS-DEAL-IDX
                       IF (WS-DM-TYPE(WS-DM-SCAN-IDX) = 'I'
                               AND WS-DM-CODE(WS-DM-SCAN-IDX)
                               = WS-DEAL-ITEM)
                           OR (WS-DM-TYPE(WS-DM-SCAN-IDX) = 'G'
                               AND WS-DM-CODE(WS-DM-SCAN-IDX)(1:2)
                               = WS-DEAL-ITEM(1:2))
                           SET ITEM-IN-DEAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * The history line WRITE-TO-HISTORY built, held with the sale
      * line and the system price it was worked out at.
       HOLD-DEAL-LINE.
           IF WS-HL-COUNT = 0
               MOVE SD-STORE-CODE TO WS-HELD-STORE
               MOVE SD-RECEIPT-NO TO WS-HELD-RECEIPT
           END-IF.
           ADD 1 TO WS-HL-COUNT.
           MOVE WS-HL-COUNT TO WS-HL-IDX.
           MOVE SD-RECORD TO WS-HL-SD-IMAGE(WS-HL-IDX).
           MOVE HISTORY-RECORD TO WS-HL-HIST-IMAGE(WS-HL-IDX).
           MOVE SD-ITEM-CODE TO WS-HL-ITEM(WS-HL-IDX).
           MOVE SD-QTY TO WS-HL-QTY(WS-HL-IDX).
           MOVE WS-DEAL-SYSTEM-PRICE TO WS-HL-PRICE(WS-HL-IDX).
           COMPUTE WS-HL-VALUE(WS-HL-IDX) ROUNDED =
                   SD-QTY * WS-DEAL-SYSTEM-PRICE.
           MOVE 0 TO WS-HL-DEAL-IDX(WS-HL-IDX).
           MOVE 'N' TO WS-HL-MARK(WS-HL-IDX).
           MOVE 0 TO WS-HL-FREE-QTY(WS-HL-IDX).
           MOVE 0 TO WS-HL-DISCOUNT(WS-HL-IDX).

      * The held receipt is complete: every running deal is tried
      * against it in table order -- a line earns at most one deal,
      * the first that takes it -- and the lines then go to history.
       SETTLE-RECEIPT-DEALS.
           PERFORM APPLY-ONE-DEAL THRU END-APPLY-ONE-DEAL
                   VARYING WS-DEAL-IDX FROM 1 BY 1
                   UNTIL WS-DEAL-IDX > WS-DEAL-COUNT.
           PERFORM RELEASE-HELD-LINE
                   VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT.
           MOVE 0 TO WS-HL-COUNT.

      * The deal triggers once for every WS-DL-TRIGGER qualifying
      * units on the receipt. A multi-buy gives away the difference
      * between those units' shelf value and the deal price; free
      * goods give away the cheapest units outright. A multi-buy
      * priced above the shelf value is no deal at all.
       APPLY-ONE-DEAL.
           MOVE 0 TO WS-DEAL-QTY.
           MOVE 0 TO WS-DEAL-VALUE.
           MOVE 0 TO WS-HL-LAST-IDX.
           MOVE WS-HELD-STORE TO WS-DEAL-STORE.
           PERFORM MARK-DEAL-LINE
                   VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT.
           IF WS-DEAL-QTY = 0
               GO TO END-APPLY-ONE-DEAL
           END-IF.
           COMPUTE WS-DEAL-TIMES =
                   WS-DEAL-QTY / WS-DL-TRIGGER(WS-DEAL-IDX).
           IF WS-DEAL-TIMES = 0
               GO TO END-APPLY-ONE-DEAL
           END-IF.
           COMPUTE WS-DEAL-UNITS =
                   WS-DEAL-TIMES * WS-DL-TRIGGER(WS-DEAL-IDX).
           IF WS-DL-TYPE(WS-DEAL-IDX) = 'M'
               COMPUTE WS-DEAL-REGULAR ROUNDED =
                       WS-DEAL-VALUE * WS-DEAL-UNITS / WS-DEAL-QTY
               COMPUTE WS-DEAL-DISCOUNT = WS-DEAL-REGULAR
                       - WS-DEAL-TIMES * WS-DL-REWARD-PRICE(WS-DEAL-IDX)
           ELSE
               COMPUTE WS-DEAL-FREE-LEFT =
                       WS-DEAL-TIMES * WS-DL-REWARD-QTY(WS-DEAL-IDX)
               MOVE 0 TO WS-DEAL-DISCOUNT
               PERFORM TAKE-CHEAPEST-FREE THRU END-TAKE-CHEAPEST-FREE
                       UNTIL WS-DEAL-FREE-LEFT = 0
           END-IF.
           IF WS-DEAL-DISCOUNT NOT > 0
               GO TO END-APPLY-ONE-DEAL
           END-IF.
           PERFORM SPREAD-DEAL-DISCOUNT.
       END-APPLY-ONE-DEAL.
           CONTINUE.

      * A line not yet claimed by an earlier deal is marked if this
      * deal qualifies it.
       MARK-DEAL-LINE.
           MOVE 'N' TO WS-HL-MARK(WS-HL-IDX).
           IF WS-HL-DEAL-IDX(WS-HL-IDX) = 0
               MOVE WS-HL-ITEM(WS-HL-IDX) TO WS-DEAL-ITEM
               PERFORM FIND-DEAL-MEMBER
               IF ITEM-IN-DEAL
                   MOVE 'Y' TO WS-HL-MARK(WS-HL-IDX)
                   MOVE 0 TO WS-HL-FREE-QTY(WS-HL-IDX)
                   ADD WS-HL-QTY(WS-HL-IDX) TO WS-DEAL-QTY
                   ADD WS-HL-VALUE(WS-HL-IDX) TO WS-DEAL-VALUE
                   MOVE WS-HL-IDX TO WS-HL-LAST-IDX
               END-IF
           END-IF.

      * One helping of free units off the cheapest marked line that
      * still has units to give.
       TAKE-CHEAPEST-FREE.
           MOVE 0 TO WS-HL-BEST-IDX.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-MARK(WS-HL-IDX) = 'Y'
                       AND WS-HL-FREE-QTY(WS-HL-IDX)
                       < WS-HL-QTY(WS-HL-IDX)
                   IF WS-HL-BEST-IDX = 0
                       MOVE WS-HL-IDX TO WS-HL-BEST-IDX
                   ELSE
                       IF WS-HL-PRICE(WS-HL-IDX) <
                               WS-HL-PRICE(WS-HL-BEST-IDX)
                           MOVE WS-HL-IDX TO WS-HL-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HL-BEST-IDX = 0
               MOVE 0 TO WS-DEAL-FREE-LEFT
               GO TO END-TAKE-CHEAPEST-FREE
           END-IF.
           COMPUTE WS-DEAL-ROOM = WS-HL-QTY(WS-HL-BEST-IDX)
                   - WS-HL-FREE-QTY(WS-HL-BEST-IDX).
           IF WS-DEAL-ROOM > WS-DEAL-FREE-LEFT
               MOVE WS-DEAL-FREE-LEFT TO WS-DEAL-TAKE
           ELSE
               MOVE WS-DEAL-ROOM TO WS-DEAL-TAKE
           END-IF.
           ADD WS-DEAL-TAKE TO WS-HL-FREE-QTY(WS-HL-BEST-IDX).
           SUBTRACT WS-DEAL-TAKE FROM WS-DEAL-FREE-LEFT.
           COMPUTE WS-DEAL-DISCOUNT ROUNDED = WS-DEAL-DISCOUNT
                   + WS-DEAL-TAKE * WS-HL-PRICE(WS-HL-BEST-IDX).
       END-TAKE-CHEAPEST-FREE.
           CONTINUE.

      * The deal's discount is shared over every marked line in
      * proportion to its shelf value; the last marked line takes
      * whatever rounding has left, so the shares add up exactly.
       SPREAD-DEAL-DISCOUNT.
           ADD 1 TO WS-DEALS-EARNED.
           ADD WS-DEAL-DISCOUNT TO WS-DEAL-DISCOUNT-TOTAL.
           MOVE WS-DEAL-DISCOUNT TO WS-DEAL-SPREAD.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-MARK(WS-HL-IDX) = 'Y'
                   MOVE WS-DEAL-IDX TO WS-HL-DEAL-IDX(WS-HL-IDX)
                   ADD 1 TO WS-DEAL-LINES
                   IF WS-HL-IDX = WS-HL-LAST-IDX
                       MOVE WS-DEAL-SPREAD TO
                               WS-HL-DISCOUNT(WS-HL-IDX)
                   ELSE
                       COMPUTE WS-HL-DISCOUNT(WS-HL-IDX) ROUNDED =
                               WS-DEAL-DISCOUNT
                               * WS-HL-VALUE(WS-HL-IDX)
                               / WS-DEAL-VALUE
                       IF WS-HL-DISCOUNT(WS-HL-IDX) > WS-DEAL-SPREAD
                           MOVE WS-DEAL-SPREAD TO
                                   WS-HL-DISCOUNT(WS-HL-IDX)
                       END-IF
                       SUBTRACT WS-HL-DISCOUNT(WS-HL-IDX) FROM
                               WS-DEAL-SPREAD
                   END-IF
                   IF WS-HL-DISCOUNT(WS-HL-IDX) >
                           WS-HL-VALUE(WS-HL-IDX)
                       MOVE WS-HL-VALUE(WS-HL-IDX) TO
                               WS-HL-DISCOUNT(WS-HL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * A held line goes to history net of its deal share. When
      * history is valued at the till's price the till has already
      * given the deal, so the line is only stamped. Either way the
      * till's price is judged against the deal price.
       RELEASE-HELD-LINE.
           MOVE WS-HL-HIST-IMAGE(WS-HL-IDX) TO HISTORY-RECORD.
           MOVE WS-HL-SD-IMAGE(WS-HL-IDX) TO SD-RECORD.
           MOVE WS-HL-PRICE(WS-HL-IDX) TO WS-UNIT-PRICE.
           IF WS-HL-DEAL-IDX(WS-HL-IDX) > 0
               MOVE WS-DL-CODE(WS-HL-DEAL-IDX(WS-HL-IDX)) TO
                       HIST-DEAL-CODE
               COMPUTE WS-UNIT-PRICE ROUNDED =
                       (WS-HL-VALUE(WS-HL-IDX)
                       - WS-HL-DISCOUNT(WS-HL-IDX))
                       / WS-HL-QTY(WS-HL-IDX)
               IF WS-HL-DISCOUNT(WS-HL-IDX) > 0
                       AND NOT VALUE-AT-TILL-PRICE
                   MOVE HIST-EXT-VALUE TO WS-DEAL-OLD-GROSS
                   COMPUTE HIST-NET-VALUE = WS-HL-VALUE(WS-HL-IDX)
                           - WS-HL-DISCOUNT(WS-HL-IDX)
                   COMPUTE HIST-TAX-AMOUNT ROUNDED =
                           HIST-NET-VALUE * HIST-TAX-RATE / 100
                   COMPUTE HIST-EXT-VALUE =
                           HIST-NET-VALUE + HIST-TAX-AMOUNT
                   IF SD-ON-ACCOUNT
                       COMPUTE WS-DEAL-CREDIT =
                               HIST-EXT-VALUE - WS-DEAL-OLD-GROSS
                       PERFORM CREDIT-DEAL-TO-ACCOUNT
                           THRU END-CREDIT-DEAL
                   END-IF
               END-IF
           END-IF.
           IF SD-TILL-PRICE NOT = 0
                   AND SD-TILL-PRICE NOT = WS-UNIT-PRICE
               PERFORM WRITE-PRICE-VARIANCE THRU END-WRITE-PRICE-VAR
           END-IF.
           PERFORM WRITE-HISTORY-LINE.

      * The account was charged the line's shelf value when the
      * line posted; the deal share comes back off as a 'D' line
      * naming the deal.
       CREDIT-DEAL-TO-ACCOUNT.
           ADD WS-DEAL-CREDIT TO WS-ACCOUNT-CHARGED.
           IF TRIAL-RUN OR NOT CUSTOMER-IS-OPEN
               GO TO END-CREDIT-DEAL
           END-IF.
           MOVE SD-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: DEAL CREDIT FOR "
                           "ACCOUNT " SD-CUST-NO " NOT POSTED, "
                           "ACCOUNT NOT ON FILE."
                   GO TO END-CREDIT-DEAL
           END-READ.
           ADD WS-DEAL-CREDIT TO CU-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: ACCOUNT REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE SD-CUST-NO TO AL-CUST-NO.
           MOVE WS-RUN-DATE TO AL-TRAN-DATE.
           MOVE 'D' TO AL-TRAN-TYPE.
           MOVE SD-STORE-CODE TO AL-STORE-CODE.
           MOVE SD-RECEIPT-NO TO AL-RECEIPT-NO.
           MOVE SD-LINE-NO TO AL-LINE-NO.
           MOVE HIST-DEAL-CODE TO AL-REFERENCE.
           MOVE WS-DEAL-CREDIT TO AL-AMOUNT.
           WRITE AR-LEDGER-RECORD.
       END-CREDIT-DEAL.
           CONTINUE.

       CHECK-STORE-CODE.
           MOVE 'M' TO WS-STORE-STATE.
           PERFORM VARYING WS-STORE-SCAN-IDX FROM 1 BY 1
               END-READ
           END-PERFORM.
           CLOSE HIST-SCAN-FILE.
           PERFORM REVERSE-RECEIPT-VOUCHERS
                   THRU END-REVERSE-VOUCHERS.

           IF WS-VOID-LINE-COUNT = 0 AND WS-VV-COUNT = 0
               MOVE "No posted sale lines for receipt." TO ER-MESSAGE
               MOVE "VALIDATION" TO WS-ERROR-CATEGORY
               MOVE SD-RECORD TO ER-ORIGINAL-RECORD
           END-IF.

           ADD 1 TO WS-VOIDED-RECEIPTS.
           PERFORM REVERSE-ACCOUNT-CHARGES THRU END-REVERSE-CHARGES.
           PERFORM REVERSE-RECEIPT-POINTS THRU END-REVERSE-POINTS.
           IF NOT TRIAL-RUN
               MOVE SD-STORE-CODE TO RR-STORE-CODE
               MOVE SD-RECEIPT-NO TO RR-RECEIPT-NO

       VOID-ONE-SALE-LINE.
           MOVE WV-QTY TO WS-PASS-QTY.
           MOVE WV-ITEM-CODE TO WS-KIT-ITEM.
           PERFORM FIND-KIT.
           IF TRIAL-RUN
               MOVE "00" TO WS-UPDATE-STATUS
           ELSE IF ITEM-IS-KIT
      * A voided kit puts its components back, not the kit.
               MOVE WV-QTY TO WS-KIT-QTY
               MOVE WV-STORE-CODE TO WS-KIT-STORE
               MOVE 'R' TO WS-KIT-TRAN-TYPE
               MOVE SPACES TO WS-KIT-REASON
               PERFORM POST-KIT-COMPONENTS THRU END-POST-KIT-COMPONENTS
               MOVE WS-COMP-STATUS TO WS-UPDATE-STATUS
           ELSE
               CALL "INV_UPDATE" USING WV-ITEM-CODE, WS-PASS-QTY,
                       'R', WS-UPDATE-STATUS, WS-UNIT-PRICE,
                       WS-TAX-RATE, WS-UNIT-COST, WV-STORE-CODE,
                       WS-REASON-CODE
           END-IF
           END-IF.
           IF WS-UPDATE-STATUS NOT = "00"
               MOVE "Void reversal rejected, status: " TO ER-MESSAGE
           MOVE SPACES TO HIST-RETURN-REASON.
           MOVE WV-CUST-NO TO HIST-CUST-NO.
           MOVE WV-UNIT-COST TO HIST-UNIT-COST.
           MOVE WV-DEAL-CODE TO HIST-DEAL-CODE.
           MOVE WV-TAX-EXEMPT TO HIST-TAX-EXEMPT.
           MOVE SD-OPERATOR-ID TO HIST-OPERATOR-ID.
           MOVE SD-TERMINAL-NO TO HIST-TERMINAL-NO.
           MOVE SD-TRAN-TIME TO HIST-TRAN-TIME.
           IF NOT TRIAL-RUN
               WRITE HISTORY-RECORD
               WRITE MONTHLY-HIST-RECORD FROM HISTORY-RECORD
       END-VOID-ONE-LINE.
           CONTINUE.

      * The account is charged the same tax-inclusive value history
      * will carry for the line, worked out the same way. Only a
      * sale is held to the credit limit -- a return always credits.
       POST-TO-ACCOUNT.
           IF NOT CUSTOMER-IS-OPEN
               MOVE "No customer master for account sale." TO
                       ER-MESSAGE
               GO TO ACCOUNT-REFUSED
           END-IF.
           COMPUTE WS-ACCOUNT-NET ROUNDED = SD-QTY * WS-UNIT-PRICE.
           COMPUTE WS-ACCOUNT-TAX ROUNDED =
                   WS-ACCOUNT-NET * WS-TAX-RATE / 100.
           COMPUTE WS-ACCOUNT-AMOUNT =
                   WS-ACCOUNT-NET + WS-ACCOUNT-TAX.
           IF SD-IS-RETURN
               COMPUTE WS-ACCOUNT-AMOUNT = WS-ACCOUNT-AMOUNT * -1
           END-IF.

           MOVE SD-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Account customer not on file." TO
                           ER-MESSAGE
                   GO TO ACCOUNT-REFUSED
           END-READ.
           IF CU-IS-INACTIVE
               MOVE "Customer account is closed." TO ER-MESSAGE
               GO TO ACCOUNT-REFUSED
           END-IF.
           COMPUTE WS-NEW-BALANCE = CU-BALANCE + WS-ACCOUNT-AMOUNT.
           IF SD-IS-SALE AND WS-NEW-BALANCE > CU-CREDIT-LIMIT
               MOVE "Account sale would pass credit limit." TO
                       ER-MESSAGE
               GO TO ACCOUNT-REFUSED
           END-IF.

           ADD 1 TO WS-ACCOUNT-LINES.
           ADD WS-ACCOUNT-AMOUNT TO WS-ACCOUNT-CHARGED.
           IF TRIAL-RUN
               GO TO END-POST-TO-ACCOUNT
           END-IF.
           MOVE WS-NEW-BALANCE TO CU-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: ACCOUNT REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE SD-CUST-NO TO AL-CUST-NO.
           MOVE WS-RUN-DATE TO AL-TRAN-DATE.
           IF SD-IS-RETURN
               MOVE 'R' TO AL-TRAN-TYPE
           ELSE
               MOVE 'C' TO AL-TRAN-TYPE
           END-IF.
           MOVE SD-STORE-CODE TO AL-STORE-CODE.
           MOVE SD-RECEIPT-NO TO AL-RECEIPT-NO.
           MOVE SD-LINE-NO TO AL-LINE-NO.
           MOVE SPACES TO AL-REFERENCE.
           MOVE WS-ACCOUNT-AMOUNT TO AL-AMOUNT.
           WRITE AR-LEDGER-RECORD.
           GO TO END-POST-TO-ACCOUNT.
       ACCOUNT-REFUSED.
           MOVE 'N' TO WS-ACCOUNT-FLAG.
           MOVE "ACCOUNT" TO WS-ERROR-CATEGORY.
           MOVE SD-RECORD TO ER-ORIGINAL-RECORD.
           PERFORM WRITE-TO-ERROR.
       END-POST-TO-ACCOUNT.
           CONTINUE.

      * A line tendered in points spends the customer's points on
      * the same tax-inclusive value history will carry, a part
      * point rounding up; a return tendered in points puts them
      * back. A sale the balance cannot cover is refused.
       REDEEM-POINTS.
           IF SD-CUST-NO = SPACES OR NOT CUSTOMER-IS-OPEN
               MOVE "Points tender with no customer." TO ER-MESSAGE
               GO TO REDEMPTION-REFUSED
           END-IF.
           COMPUTE WS-ACCOUNT-NET ROUNDED = SD-QTY * WS-UNIT-PRICE.
           COMPUTE WS-ACCOUNT-TAX ROUNDED =
                   WS-ACCOUNT-NET * WS-TAX-RATE / 100.
           COMPUTE WS-REDEEM-VALUE =
                   WS-ACCOUNT-NET + WS-ACCOUNT-TAX.
           COMPUTE WS-POINTS-NEEDED = WS-REDEEM-VALUE / WS-POINT-VALUE.
           IF WS-POINTS-NEEDED * WS-POINT-VALUE < WS-REDEEM-VALUE
               ADD 1 TO WS-POINTS-NEEDED
           END-IF.

           MOVE SD-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Points customer not on file." TO ER-MESSAGE
                   GO TO REDEMPTION-REFUSED
           END-READ.
           IF CU-IS-INACTIVE
               MOVE "Points customer account is closed." TO
                       ER-MESSAGE
               GO TO REDEMPTION-REFUSED
           END-IF.
           IF SD-IS-RETURN
               MOVE WS-POINTS-NEEDED TO WS-LINE-POINTS
           ELSE
               IF WS-POINTS-NEEDED > CU-POINTS-BALANCE
                   MOVE "Redemption exceeds points balance." TO
                           ER-MESSAGE
                   GO TO REDEMPTION-REFUSED
               END-IF
               COMPUTE WS-LINE-POINTS = WS-POINTS-NEEDED * -1
           END-IF.

           ADD 1 TO WS-REDEEM-LINES.
           SUBTRACT WS-LINE-POINTS FROM WS-POINTS-REDEEMED.
           IF TRIAL-RUN
               GO TO END-REDEEM-POINTS
           END-IF.
           ADD WS-LINE-POINTS TO CU-POINTS-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: POINTS REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE SD-CUST-NO TO PL-CUST-NO.
           MOVE WS-RUN-DATE TO PL-TRAN-DATE.
           IF SD-IS-RETURN
               MOVE 'R' TO PL-TRAN-TYPE
           ELSE
               MOVE 'X' TO PL-TRAN-TYPE
           END-IF.
           MOVE SD-STORE-CODE TO PL-STORE-CODE.
           MOVE SD-RECEIPT-NO TO PL-RECEIPT-NO.
           MOVE SD-LINE-NO TO PL-LINE-NO.
           MOVE SD-ITEM-CODE TO PL-ITEM-CODE.
           MOVE WS-LINE-POINTS TO PL-POINTS.
           MOVE WS-REDEEM-VALUE TO PL-VALUE.
           WRITE PT-LEDGER-RECORD.
           GO TO END-REDEEM-POINTS.
       REDEMPTION-REFUSED.
           MOVE 'N' TO WS-ACCOUNT-FLAG.
           MOVE "LOYALTY" TO WS-ERROR-CATEGORY.
           MOVE SD-RECORD TO ER-ORIGINAL-RECORD.
           PERFORM WRITE-TO-ERROR.
       END-REDEEM-POINTS.
           CONTINUE.

      * Points earned on the line's final tax-exclusive value --
      * after any deal -- at the rate its item group earns; a
      * return takes the same back off. Anonymous trade and
      * customers no longer on the master earn nothing.
       EARN-POINTS.
           IF NOT CUSTOMER-IS-OPEN
                   OR (HIST-TRAN-TYPE NOT = 'S'
                   AND HIST-TRAN-TYPE NOT = 'R')
               GO TO END-EARN-POINTS
           END-IF.
           MOVE WS-EARN-RATE TO WS-POINTS-RATE.
           IF GROUP-IS-OPEN
               MOVE HIST-ITEM-CODE(1:2) TO GR-GROUP-CODE
               READ GROUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GR-POINTS-OWN-RATE
                           MOVE GR-POINTS-RATE TO WS-POINTS-RATE
                       END-IF
                       IF GR-POINTS-NONE
                           MOVE 0 TO WS-POINTS-RATE
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-LINE-POINTS = HIST-NET-VALUE * WS-POINTS-RATE.
           IF WS-LINE-POINTS = 0
               GO TO END-EARN-POINTS
           END-IF.
           IF HIST-TRAN-TYPE = 'R'
               COMPUTE WS-LINE-POINTS = WS-LINE-POINTS * -1
           END-IF.

           MOVE HIST-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO END-EARN-POINTS
           END-READ.
           IF CU-IS-INACTIVE
               GO TO END-EARN-POINTS
           END-IF.
           ADD WS-LINE-POINTS TO WS-POINTS-EARNED.
           IF TRIAL-RUN
               GO TO END-EARN-POINTS
           END-IF.
           ADD WS-LINE-POINTS TO CU-POINTS-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: POINTS REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE HIST-CUST-NO TO PL-CUST-NO.
           MOVE WS-RUN-DATE TO PL-TRAN-DATE.
           IF HIST-TRAN-TYPE = 'R'
               MOVE 'R' TO PL-TRAN-TYPE
               COMPUTE PL-VALUE = HIST-NET-VALUE * -1
           ELSE
               MOVE 'E' TO PL-TRAN-TYPE
               MOVE HIST-NET-VALUE TO PL-VALUE
           END-IF.
           MOVE HIST-STORE-CODE TO PL-STORE-CODE.
           MOVE HIST-RECEIPT-NO TO PL-RECEIPT-NO.
           MOVE HIST-LINE-NO TO PL-LINE-NO.
           MOVE HIST-ITEM-CODE TO PL-ITEM-CODE.
           MOVE WS-LINE-POINTS TO PL-POINTS.
           WRITE PT-LEDGER-RECORD.
       END-EARN-POINTS.
           CONTINUE.

      * Whatever points the voided receipt earned or spent come
      * back off (or back on) the customer as one 'V' line, found
      * the same way REVERSE-ACCOUNT-CHARGES finds the charges.
       REVERSE-RECEIPT-POINTS.
           MOVE SPACES TO WS-VOID-CUST-NO.
           MOVE 0 TO WS-VOID-POINTS.
           MOVE 'N' TO WS-POINTS-EOF-FLAG.
           OPEN INPUT POINTS-SCAN-FILE.
           IF FS-POINTS-SCAN NOT = "00"
               GO TO END-REVERSE-POINTS
           END-IF.
           PERFORM UNTIL IS-POINTS-EOF
               READ POINTS-SCAN-FILE INTO PT-LEDGER-RECORD
                   AT END
                       SET IS-POINTS-EOF TO TRUE
                   NOT AT END
                       IF (PL-IS-EARNED OR PL-IS-REDEEMED)
                               AND PL-STORE-CODE = SD-STORE-CODE
                               AND PL-RECEIPT-NO = SD-RECEIPT-NO
                           MOVE PL-CUST-NO TO WS-VOID-CUST-NO
                           SUBTRACT PL-POINTS FROM WS-VOID-POINTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POINTS-SCAN-FILE.
           IF WS-VOID-POINTS = 0 OR NOT CUSTOMER-IS-OPEN
               GO TO END-REVERSE-POINTS
           END-IF.
           ADD WS-VOID-POINTS TO WS-POINTS-EARNED.
           IF TRIAL-RUN
               GO TO END-REVERSE-POINTS
           END-IF.
           MOVE WS-VOID-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOIDED RECEIPT "
                           SD-RECEIPT-NO " POINTS CUSTOMER "
                           WS-VOID-CUST-NO " NO LONGER ON FILE."
                   GO TO END-REVERSE-POINTS
           END-READ.
           ADD WS-VOID-POINTS TO CU-POINTS-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: POINTS REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE WS-VOID-CUST-NO TO PL-CUST-NO.
           MOVE WS-RUN-DATE TO PL-TRAN-DATE.
           MOVE 'V' TO PL-TRAN-TYPE.
           MOVE SD-STORE-CODE TO PL-STORE-CODE.
           MOVE SD-RECEIPT-NO TO PL-RECEIPT-NO.
           MOVE 0 TO PL-LINE-NO.
           MOVE SPACES TO PL-ITEM-CODE.
           MOVE WS-VOID-POINTS TO PL-POINTS.
           MOVE 0 TO PL-VALUE.
           WRITE PT-LEDGER-RECORD.
       END-REVERSE-POINTS.
           CONTINUE.

      * A voucher sold goes on the register as its entry 000, good
      * for WS-VALID-DAYS from the business date. A number already
      * on the register is refused -- the till misread it, or the
      * voucher stock carries a duplicate.
       ISSUE-VOUCHER.
           MOVE "VALIDATION" TO WS-ERROR-CATEGORY.
           IF SD-STORE-CODE = SPACES OR SD-VOUCHER-NO = SPACES
               MOVE "Voucher sale carries no store/number." TO
                       ER-MESSAGE
               GO TO ISSUE-REFUSED
           END-IF.
           IF SD-TILL-PRICE NOT > 0
               MOVE "Voucher sale carries no value." TO ER-MESSAGE
               GO TO ISSUE-REFUSED
           END-IF.
           IF STORE-FILE-LOADED
               PERFORM CHECK-STORE-CODE
               IF NOT IS-VALID
                   GO TO ISSUE-REFUSED
               END-IF
           END-IF.
           MOVE "VOUCHER" TO WS-ERROR-CATEGORY.
           IF NOT VOUCHER-IS-OPEN
               MOVE "Voucher register not available." TO ER-MESSAGE
               GO TO ISSUE-REFUSED
           END-IF.
           MOVE SD-VOUCHER-NO TO VO-VOUCHER-NO.
           MOVE 0 TO VO-ENTRY-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Voucher number already issued." TO
                           ER-MESSAGE
                   GO TO ISSUE-REFUSED
           END-READ.

           ADD 1 TO WS-VOUCHERS-ISSUED.
           ADD SD-TILL-PRICE TO WS-VOUCHER-ISSUE-VALUE.
           IF TRIAL-RUN
               GO TO END-ISSUE-VOUCHER
           END-IF.
           MOVE SD-VOUCHER-NO TO VO-VOUCHER-NO.
           MOVE 0 TO VO-ENTRY-NO.
           SET VO-IS-ISSUE TO TRUE.
           MOVE SD-STORE-CODE TO VO-STORE-CODE.
           MOVE WS-RUN-DATE TO VO-TRAN-DATE.
           MOVE SD-RECEIPT-NO TO VO-RECEIPT-NO.
           MOVE SD-LINE-NO TO VO-LINE-NO.
           MOVE SD-TILL-PRICE TO VO-AMOUNT.
           COMPUTE VO-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-VALID-DAYS).
           MOVE SD-TILL-PRICE TO VO-BALANCE.
           SET VO-IS-OPEN TO TRUE.
           MOVE 0 TO VO-LAST-ENTRY-NO.
           WRITE VO-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOUCHER WRITE "
                           "FAILED FOR " SD-VOUCHER-NO
           END-WRITE.
           GO TO END-ISSUE-VOUCHER.
       ISSUE-REFUSED.
           MOVE SD-RECORD TO ER-ORIGINAL-RECORD.
           PERFORM WRITE-TO-ERROR.
       END-ISSUE-VOUCHER.
           CONTINUE.

      * A line tendered by voucher is paid from the voucher's
      * balance on the same tax-inclusive value history will carry
      * -- all of it, or what is left on the voucher when that is
      * less, the rest having been taken in another tender at the
      * till. A return tendered by voucher is refunded onto it,
      * whatever its expiry.
       REDEEM-VOUCHER.
           IF NOT VOUCHER-IS-OPEN
               MOVE "Voucher register not available." TO ER-MESSAGE
               GO TO VOUCHER-REFUSED
           END-IF.
           COMPUTE WS-ACCOUNT-NET ROUNDED = SD-QTY * WS-UNIT-PRICE.
           COMPUTE WS-ACCOUNT-TAX ROUNDED =
                   WS-ACCOUNT-NET * WS-TAX-RATE / 100.
           COMPUTE WS-VOUCHER-AMOUNT =
                   WS-ACCOUNT-NET + WS-ACCOUNT-TAX.

           MOVE SD-VOUCHER-NO TO VO-VOUCHER-NO.
           MOVE 0 TO VO-ENTRY-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   MOVE "Voucher not on register." TO ER-MESSAGE
                   GO TO VOUCHER-REFUSED
           END-READ.
           IF VO-IS-CANCELLED
               MOVE "Voucher was cancelled." TO ER-MESSAGE
               GO TO VOUCHER-REFUSED
           END-IF.
           IF SD-IS-SALE
               IF VO-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "Voucher has expired." TO ER-MESSAGE
                   GO TO VOUCHER-REFUSED
               END-IF
               IF VO-BALANCE NOT > 0
                   MOVE "Voucher already spent." TO ER-MESSAGE
                   GO TO VOUCHER-REFUSED
               END-IF
               IF WS-VOUCHER-AMOUNT > VO-BALANCE
                   MOVE VO-BALANCE TO WS-VOUCHER-AMOUNT
               END-IF
               COMPUTE WS-VOUCHER-AMOUNT = WS-VOUCHER-AMOUNT * -1
           END-IF.

           ADD 1 TO WS-VOUCHER-LINES.
           SUBTRACT WS-VOUCHER-AMOUNT FROM WS-VOUCHER-REDEEMED.
           IF TRIAL-RUN
               GO TO END-REDEEM-VOUCHER
           END-IF.
           ADD WS-VOUCHER-AMOUNT TO VO-BALANCE.
           IF VO-BALANCE > 0
               SET VO-IS-OPEN TO TRUE
           ELSE
               SET VO-IS-SPENT TO TRUE
           END-IF.
           ADD 1 TO VO-LAST-ENTRY-NO.
           REWRITE VO-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOUCHER REWRITE "
                           "FAILED FOR " VO-VOUCHER-NO
           END-REWRITE.
           MOVE VO-LAST-ENTRY-NO TO VO-ENTRY-NO.
           IF SD-IS-RETURN
               SET VO-IS-REFUND TO TRUE
           ELSE
               SET VO-IS-REDEMPTION TO TRUE
           END-IF.
           MOVE SD-LINE-NO TO VO-LINE-NO.
           PERFORM WRITE-VOUCHER-ENTRY.
           GO TO END-REDEEM-VOUCHER.
       VOUCHER-REFUSED.
           MOVE 'N' TO WS-ACCOUNT-FLAG.
           MOVE "VOUCHER" TO WS-ERROR-CATEGORY.
           MOVE SD-RECORD TO ER-ORIGINAL-RECORD.
           PERFORM WRITE-TO-ERROR.
       END-REDEEM-VOUCHER.
           CONTINUE.

      * Caller sets VO-VOUCHER-NO, VO-ENTRY-NO, VO-ENTRY-TYPE and
      * VO-LINE-NO, and the movement in WS-VOUCHER-AMOUNT; the
      * entry is dated today against the record's receipt.
       WRITE-VOUCHER-ENTRY.
           MOVE SD-STORE-CODE TO VO-STORE-CODE.
           MOVE WS-RUN-DATE TO VO-TRAN-DATE.
           MOVE SD-RECEIPT-NO TO VO-RECEIPT-NO.
           MOVE WS-VOUCHER-AMOUNT TO VO-AMOUNT.
           MOVE 0 TO VO-EXPIRY-DATE VO-BALANCE VO-LAST-ENTRY-NO.
           MOVE SPACE TO VO-STATUS.
           WRITE VO-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOUCHER ENTRY "
                           "WRITE FAILED FOR " VO-VOUCHER-NO
           END-WRITE.

      * A voided receipt gives back every redemption it made, as a
      * 'V' entry on each voucher, and cancels any voucher it sold
      * -- unless that voucher has been spent from since, when it
      * is left standing and reported for the cash office. The
      * register is read through once for the receipt's entries and
      * they are applied by key afterward.
       REVERSE-RECEIPT-VOUCHERS.
           MOVE 0 TO WS-VV-COUNT.
           IF NOT VOUCHER-IS-OPEN
               GO TO END-REVERSE-VOUCHERS
           END-IF.
           MOVE LOW-VALUES TO VO-KEY.
           START VOUCHER-FILE KEY IS NOT LESS THAN VO-KEY
               INVALID KEY
                   GO TO END-REVERSE-VOUCHERS
           END-START.
           MOVE 'N' TO WS-VOUCHER-EOF-FLAG.
           PERFORM UNTIL IS-VOUCHER-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET IS-VOUCHER-EOF TO TRUE
                   NOT AT END
                       IF (VO-IS-ISSUE OR VO-IS-REDEMPTION)
                               AND VO-STORE-CODE = SD-STORE-CODE
                               AND VO-RECEIPT-NO = SD-RECEIPT-NO
                           PERFORM HOLD-VOUCHER-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM APPLY-VOUCHER-REVERSAL THRU END-APPLY-VOUCHER-REV
                   VARYING WS-VV-IDX FROM 1 BY 1
                   UNTIL WS-VV-IDX > WS-VV-COUNT.
       END-REVERSE-VOUCHERS.
           CONTINUE.

       HOLD-VOUCHER-REVERSAL.
           IF WS-VV-COUNT >= 50
               DISPLAY "SALES-PROC WARNING: TOO MANY VOUCHER "
                       "ENTRIES ON VOIDED RECEIPT " SD-RECEIPT-NO
                       ", " VO-VOUCHER-NO " NOT REVERSED."
           ELSE
               ADD 1 TO WS-VV-COUNT
               MOVE VO-VOUCHER-NO TO WS-VV-VOUCHER-NO(WS-VV-COUNT)
               MOVE VO-ENTRY-TYPE TO WS-VV-ENTRY-TYPE(WS-VV-COUNT)
               MOVE VO-LINE-NO TO WS-VV-LINE-NO(WS-VV-COUNT)
               MOVE VO-AMOUNT TO WS-VV-AMOUNT(WS-VV-COUNT)
           END-IF.

       APPLY-VOUCHER-REVERSAL.
           MOVE WS-VV-VOUCHER-NO(WS-VV-IDX) TO VO-VOUCHER-NO.
           MOVE 0 TO VO-ENTRY-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOUCHER "
                           VO-VOUCHER-NO " MISSING FROM REGISTER."
                   GO TO END-APPLY-VOUCHER-REV
           END-READ.
           IF WS-VV-ENTRY-TYPE(WS-VV-IDX) = 'I'
               IF VO-BALANCE < VO-AMOUNT
                   DISPLAY "SALES-PROC WARNING: VOIDED RECEIPT "
                           SD-RECEIPT-NO " SOLD VOUCHER "
                           VO-VOUCHER-NO " ALREADY SPENT FROM -- "
                           "NOT CANCELLED."
                   GO TO END-APPLY-VOUCHER-REV
               END-IF
               ADD 1 TO WS-VOUCHERS-CANCELLED
               SUBTRACT VO-AMOUNT FROM WS-VOUCHER-ISSUE-VALUE
               IF NOT TRIAL-RUN
                   MOVE 0 TO VO-BALANCE
                   SET VO-IS-CANCELLED TO TRUE
                   REWRITE VO-RECORD
                       INVALID KEY
                           DISPLAY "SALES-PROC WARNING: VOUCHER "
                                   "REWRITE FAILED FOR " VO-VOUCHER-NO
                   END-REWRITE
               END-IF
               GO TO END-APPLY-VOUCHER-REV
           END-IF.
           COMPUTE WS-VOUCHER-AMOUNT = WS-VV-AMOUNT(WS-VV-IDX) * -1.
           SUBTRACT WS-VOUCHER-AMOUNT FROM WS-VOUCHER-REDEEMED.
           IF TRIAL-RUN
               GO TO END-APPLY-VOUCHER-REV
           END-IF.
           ADD WS-VOUCHER-AMOUNT TO VO-BALANCE.
           IF VO-IS-SPENT AND VO-BALANCE > 0
               SET VO-IS-OPEN TO TRUE
           END-IF.
           ADD 1 TO VO-LAST-ENTRY-NO.
           REWRITE VO-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOUCHER REWRITE "
                           "FAILED FOR " VO-VOUCHER-NO
           END-REWRITE.
           MOVE VO-LAST-ENTRY-NO TO VO-ENTRY-NO.
           SET VO-IS-REVERSAL TO TRUE.
           MOVE WS-VV-LINE-NO(WS-VV-IDX) TO VO-LINE-NO.
           PERFORM WRITE-VOUCHER-ENTRY.
       END-APPLY-VOUCHER-REV.
           CONTINUE.

      * Whatever the voided receipt charged to an account, net of
      * any deal credits it earned, comes back off the balance as
      * one 'V' line. Like the history scan, the
      * ledger view only sees charges posted by earlier runs.
       REVERSE-ACCOUNT-CHARGES.
           MOVE SPACES TO WS-VOID-CUST-NO.
           MOVE 0 TO WS-VOID-CREDIT.
           MOVE 'N' TO WS-LEDGER-EOF-FLAG.
           OPEN INPUT LEDGER-SCAN-FILE.
           IF FS-LEDGER-SCAN NOT = "00"
               GO TO END-REVERSE-CHARGES
           END-IF.
           PERFORM UNTIL IS-LEDGER-EOF
               READ LEDGER-SCAN-FILE INTO AR-LEDGER-RECORD
                   AT END
                       SET IS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF (AL-IS-CHARGE OR AL-IS-DEAL)
                               AND AL-STORE-CODE = SD-STORE-CODE
                               AND AL-RECEIPT-NO = SD-RECEIPT-NO
                           MOVE AL-CUST-NO TO WS-VOID-CUST-NO
                           SUBTRACT AL-AMOUNT FROM WS-VOID-CREDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-SCAN-FILE.
           IF WS-VOID-CREDIT = 0 OR NOT CUSTOMER-IS-OPEN
               GO TO END-REVERSE-CHARGES
           END-IF.
           ADD WS-VOID-CREDIT TO WS-ACCOUNT-CHARGED.
           IF TRIAL-RUN
               GO TO END-REVERSE-CHARGES
           END-IF.
           MOVE WS-VOID-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: VOIDED RECEIPT "
                           SD-RECEIPT-NO " CHARGED ACCOUNT "
                           WS-VOID-CUST-NO " NO LONGER ON FILE."
                   GO TO END-REVERSE-CHARGES
           END-READ.
           ADD WS-VOID-CREDIT TO CU-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   DISPLAY "SALES-PROC WARNING: ACCOUNT REWRITE "
                           "FAILED FOR " CU-CUST-NO
           END-REWRITE.
           MOVE WS-VOID-CUST-NO TO AL-CUST-NO.
           MOVE WS-RUN-DATE TO AL-TRAN-DATE.
           MOVE 'V' TO AL-TRAN-TYPE.
           MOVE SD-STORE-CODE TO AL-STORE-CODE.
           MOVE SD-RECEIPT-NO TO AL-RECEIPT-NO.
           MOVE 0 TO AL-LINE-NO.
           MOVE SPACES TO AL-REFERENCE.
           MOVE WS-VOID-CREDIT TO AL-AMOUNT.
           WRITE AR-LEDGER-RECORD.
       END-REVERSE-CHARGES.
           CONTINUE.

       WRITE-TO-HISTORY.
           MOVE SD-STORE-CODE TO HIST-STORE-CODE.
           MOVE SD-ITEM-CODE TO HIST-ITEM-CODE.
      * The cost INV_UPDATE reported on this sale's pricing
      * inquiry -- frozen into the line for honest margin later.
           MOVE WS-UNIT-COST TO HIST-UNIT-COST.
           MOVE SPACES TO HIST-DEAL-CODE.
           MOVE WS-EXEMPT-FLAG TO HIST-TAX-EXEMPT.
           MOVE SD-OPERATOR-ID TO HIST-OPERATOR-ID.
           MOVE SD-TERMINAL-NO TO HIST-TERMINAL-NO.
           MOVE SD-TRAN-TIME TO HIST-TRAN-TIME.
           IF DEAL-CANDIDATE
               PERFORM HOLD-DEAL-LINE
           ELSE
               PERFORM WRITE-HISTORY-LINE
           END-IF.

       WRITE-HISTORY-LINE.
           IF NOT TRIAL-RUN
               WRITE HISTORY-RECORD
               WRITE MONTHLY-HIST-RECORD FROM HISTORY-RECORD
               PERFORM WRITE-KEYED-HISTORY
           END-IF.
           ADD 1 TO WS-HISTORY-COUNT.
           IF HIST-TAX-EXEMPT = 'E'
               ADD 1 TO WS-EXEMPT-LINES
           END-IF.
           IF HIST-TAX-EXEMPT = 'X'
               PERFORM WRITE-EXPIRED-CERT-LINE
           END-IF.
           IF HIST-CUST-NO NOT = SPACES AND NOT SD-ON-POINTS
               PERFORM EARN-POINTS THRU END-EARN-POINTS
           END-IF.

      * A sale to an exempt customer taxed because the certificate
      * on file had run out -- listed so the certificate is renewed
      * and the tax refunded if the customer proves cover.
       WRITE-EXPIRED-CERT-LINE.
           ADD 1 TO WS-EXPIRED-CERT-LINES.
           MOVE HIST-STORE-CODE TO EXL-STORE-CODE.
           MOVE HIST-RECEIPT-NO TO EXL-RECEIPT-NO.
           MOVE HIST-LINE-NO TO EXL-LINE-NO.
           MOVE HIST-CUST-NO TO EXL-CUST-NO.
           MOVE HIST-ITEM-CODE TO EXL-ITEM-CODE.
           MOVE HIST-TAX-AMOUNT TO EXL-TAX-AMOUNT.
           MOVE SPACES TO EXL-CERT-NO.
           MOVE 0 TO EXL-CERT-EXPIRY.
           MOVE HIST-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE CU-EXEMPT-CERT-NO TO EXL-CERT-NO
                   MOVE CU-CERT-EXPIRY TO EXL-CERT-EXPIRY
           END-READ.
           WRITE EXEMPT-LIST-RECORD FROM EXEMPT-LIST-LINE.

      * The keyed copy of the same line. A key collision just means
      * earlier runs already used this sequence number for the item
                   ADD 1 TO WS-BARCODE-ERR-COUNT
               WHEN "PERIOD"
                   ADD 1 TO WS-PERIOD-ERR-COUNT
               WHEN "ACCOUNT"
                   ADD 1 TO WS-ACCOUNT-ERR-COUNT
               WHEN "RECALL"
                   ADD 1 TO WS-RECALL-ERR-COUNT
               WHEN "LOYALTY"
                   ADD 1 TO WS-LOYALTY-ERR-COUNT
               WHEN "VOUCHER"
                   ADD 1 TO WS-VOUCHER-ERR-COUNT
               WHEN "TAX"
                   ADD 1 TO WS-TAX-ERR-COUNT
           END-EVALUATE.

      * Caller must set SUS-* fields before PERFORM, same convention
           CALL "INV_UPDATE" USING SD-ITEM-CODE, SD-QTY, 'I',
                   WS-UPDATE-STATUS, WS-UNIT-PRICE, WS-TAX-RATE,
                   WS-UNIT-COST, SD-STORE-CODE, WS-REASON-CODE.
           MOVE 'N' TO WS-RECALL-RETURN-FLAG.
           IF WS-UPDATE-STATUS = "05" AND SD-IS-RETURN
               SET RECALLED-RETURN TO TRUE
               MOVE "00" TO WS-UPDATE-STATUS
           END-IF.
           IF WS-UPDATE-STATUS = "00"
               PERFORM RESOLVE-TAX-RATE THRU END-RESOLVE-TAX-RATE
           END-IF.
           IF WS-UPDATE-STATUS = "00"
               PERFORM CHECK-TAX-EXEMPTION THRU END-CHECK-TAX-EXEMPTION
               PERFORM APPLY-ZONE-PRICE THRU END-APPLY-ZONE-PRICE
               MOVE WS-UNIT-PRICE TO WS-LIST-PRICE
               PERFORM APPLY-PROMO-PRICE
               PERFORM APPLY-CONTRACT-PRICE THRU END-APPLY-CONTRACT
               PERFORM CHECK-DEAL-CANDIDATE
               PERFORM CHECK-TILL-PRICE
               MOVE SD-ITEM-CODE TO WS-KIT-ITEM
               PERFORM FIND-KIT
               SET KIT-IS-OK TO TRUE
               IF ITEM-IS-KIT
                   PERFORM PREPARE-KIT-SALE THRU END-PREPARE-KIT-SALE
               END-IF
               IF KIT-IS-OK
                   SET ACCOUNT-POSTED TO TRUE
                   IF SD-ON-ACCOUNT
                       PERFORM POST-TO-ACCOUNT THRU END-POST-TO-ACCOUNT
                   END-IF
                   IF SD-ON-POINTS
                       PERFORM REDEEM-POINTS THRU END-REDEEM-POINTS
                   END-IF
                   IF SD-ON-VOUCHER
                       PERFORM REDEEM-VOUCHER THRU END-REDEEM-VOUCHER
                   END-IF
                   IF ACCOUNT-POSTED
                       IF ITEM-IS-KIT AND SD-IS-RETURN
                           PERFORM POST-KIT-COMPONENTS
                               THRU END-POST-KIT-COMPONENTS
                           IF NOT KIT-IS-OK
                               MOVE "Kit return component failed: "
                                   TO ER-MESSAGE
                               MOVE WS-COMP-STATUS TO ER-MESSAGE(30:2)
                               MOVE "INVENTORY" TO WS-ERROR-CATEGORY
                               MOVE SD-RECORD TO ER-ORIGINAL-RECORD
                               PERFORM WRITE-TO-ERROR
                           END-IF
                       END-IF
                       PERFORM WRITE-TO-HISTORY
                       IF ITEM-IS-KIT
                           CONTINUE
                       ELSE IF SD-IS-RETURN
                           AND (SD-RETURN-DAMAGED OR RECALLED-RETURN)
                           PERFORM POST-DAMAGED-RETURN
                       ELSE
                           PERFORM WRITE-NET-RECORD
                       END-IF
                       END-IF
                   ELSE
                       IF ITEM-IS-KIT AND SD-IS-SALE
                           PERFORM REVERSE-KIT-COMPONENTS
                       END-IF
                   END-IF
               END-IF
           ELSE IF WS-UPDATE-STATUS = "05"
               MOVE "Item under recall, sale refused." TO ER-MESSAGE
               MOVE "RECALL" TO WS-ERROR-CATEGORY
               MOVE SD-RECORD TO ER-ORIGINAL-RECORD
               PERFORM WRITE-TO-ERROR
           ELSE IF WS-UPDATE-STATUS = "TX"
               MOVE "No tax rate for store region/item class."
                   TO ER-MESSAGE
               MOVE "TAX" TO WS-ERROR-CATEGORY
               MOVE SD-RECORD TO ER-ORIGINAL-RECORD
               PERFORM WRITE-TO-ERROR
               PERFORM SUSPEND-SALE-LINE THRU END-SUSPEND-SALE-LINE
           ELSE
               MOVE "Inventory update rejected, status: " TO ER-MESSAGE
               MOVE WS-UPDATE-STATUS TO ER-MESSAGE(37:2)
               MOVE "INVENTORY" TO WS-ERROR-CATEGORY
               MOVE SD-RECORD TO ER-ORIGINAL-RECORD
               PERFORM WRITE-TO-ERROR
               PERFORM SUSPEND-SALE-LINE THRU END-SUSPEND-SALE-LINE
           END-IF.

      * The sale line in hand to the suspense file, under the status
      * that turned it away, for SUSP_RESUB to try again -- unless it
      * is tendered or a kit, which SUSP_RESUB cannot settle.
       SUSPEND-SALE-LINE.
           IF SD-ON-ACCOUNT OR SD-ON-POINTS OR SD-ON-VOUCHER
               GO TO END-SUSPEND-SALE-LINE
           END-IF.
           MOVE SD-ITEM-CODE TO WS-KIT-ITEM.
           PERFORM FIND-KIT.
           IF ITEM-IS-KIT
               GO TO END-SUSPEND-SALE-LINE
           END-IF.
           MOVE SD-STORE-CODE TO SUS-STORE-CODE.
           MOVE SD-ITEM-CODE TO SUS-ITEM-CODE.
           MOVE SD-QTY TO SUS-QTY.
           MOVE SD-TRAN-TYPE TO SUS-TRAN-TYPE.
           MOVE WS-UPDATE-STATUS TO SUS-REASON.
           IF SD-IS-RETURN
               MOVE SD-RETURN-REASON TO SUS-RETURN-REASON
           ELSE
               MOVE SPACES TO SUS-RETURN-REASON
           END-IF.
           MOVE SD-CUST-NO TO SUS-CUST-NO.
           PERFORM WRITE-TO-SUSPENSE.
       END-SUSPEND-SALE-LINE.
           CONTINUE.

      * A classed item is taxed at the rate in force on the business
      * date for the selling store's region and the item's class;
      * with no rate on file the line is turned away as "TX" rather
      * than posted at zero. An item with no class keeps the rate
      * INV_UPDATE returned from the master.
       RESOLVE-TAX-RATE.
           IF NOT ITEM-MASTER-IS-OPEN
               GO TO END-RESOLVE-TAX-RATE
           END-IF.
           MOVE SD-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO END-RESOLVE-TAX-RATE
           END-READ.
           IF IM-TAX-CLASS = SPACES
               GO TO END-RESOLVE-TAX-RATE
           END-IF.
           MOVE SPACES TO WS-TAX-REGION.
           PERFORM VARYING WS-TAX-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-TAX-SCAN-IDX > WS-STORE-COUNT
               IF WS-ST-STORE-CODE(WS-TAX-SCAN-IDX) = SD-STORE-CODE
                   MOVE WS-ST-TAX-REGION(WS-TAX-SCAN-IDX)
                           TO WS-TAX-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           CALL "TAX_LOOKUP" USING WS-TAX-REGION, IM-TAX-CLASS,
                   WS-RUN-DATE, WS-TAX-RATE, WS-TAX-STATUS.
           IF WS-TAX-STATUS NOT = "00"
               MOVE "TX" TO WS-UPDATE-STATUS
           END-IF.
       END-RESOLVE-TAX-RATE.
           CONTINUE.

      * The till's own charged price against the price this run
      * resolved (master, promotion or contract): a disagreement is
      * listed and totaled by store -- the stale-till-file or
      * mispricing evidence. In till-price mode the charged price
      * then also becomes the valuation price for history.
       CHECK-TILL-PRICE.
           IF SD-TILL-PRICE = 0
               CONTINUE
           ELSE
      * A held deal line is judged against its deal price when the
      * receipt settles.
               IF SD-TILL-PRICE NOT = WS-UNIT-PRICE
                       AND NOT DEAL-CANDIDATE
                   PERFORM WRITE-PRICE-VARIANCE
                       THRU END-WRITE-PRICE-VAR
               END-IF
                       "VARIANCE LINE(S) -- SEE PRICE_VAR.LST."
           END-IF.

      * A damaged or expired return, or any return of a recalled
      * item, cannot be netted against the day's sales -- it never
      * rejoins sellable stock -- so it is posted through INV_UPDATE
      * at once, reason code and all, and lands in the item's
      * damaged bucket.
       POST-DAMAGED-RETURN.
           IF TRIAL-RUN
               MOVE "00" TO WS-UPDATE-STATUS
