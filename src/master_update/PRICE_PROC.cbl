      * here, not in tomorrow's MASTER_AUDIT. The rare deliberate
      * big move carries an 'O' override code on the transaction
      * and sails through, listed as overridden.
      *
      * A transaction carrying a price zone sets the price that
      * zone's stores sell at (ZONE_PRICE.IDX) rather than the
      * master's, through the same deferral, gate and PRICE_UPDATE
      * call; only its price is used, and a zero price takes the
      * zone price off again. The gate measures a zone change from
      * the zone's current price (the master's when it has none)
      * and holds it against the master's cost.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HELD-LIST-FILE ASSIGN TO DSN-HELD-LIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HELD-LIST.
           SELECT ZONE-PRICE-FILE ASSIGN TO DSN-ZONE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.

       DATA DIVISION.
       FILE SECTION.
      * 'O' marks a deliberate big move past the sanity gate;
      * anything else leaves the gate in force.
           05  PC-OVERRIDE-CODE     PIC X.
      * Spaces for the master price, else the price zone whose
      * price this sets.
           05  PC-ZONE-CODE         PIC X(2).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
      * Wide enough for PRICE-RECORD (44 bytes), the whole rejected
      * transaction MOVE-d into this field below.
           05  ER-ORIGINAL-RECORD   PIC X(44).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

           05  PN-NEW-CURRENCY      PIC X(3).
           05  PN-EFFECTIVE-DATE    PIC 9(8).
           05  PN-OVERRIDE-CODE     PIC X.
           05  PN-ZONE-CODE         PIC X(2).

       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD       PIC X(44).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".
      * reviewed change can be resubmitted as-is (with the override
      * code keyed when the move really is intended).
       FD  HELD-FILE.
       01  HELD-RECORD              PIC X(44).

       FD  HELD-LIST-FILE.
       01  HELD-LIST-RECORD         PIC X(110).

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PRICE             PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-HELD              PIC X(2).
           05  FS-HELD-LIST         PIC X(2).
           05  FS-ZONE              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-PRICE         PIC X(35)
              VALUE "data/master_update/HELD_PRICE.DAT".
           05 DSN-HELD-LIST     PIC X(33)
              VALUE "data/master_update/PRICE_HELD.LST".
           05 DSN-ZONE          PIC X(33)
              VALUE "data/master_update/ZONE_PRICE.IDX".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
           05  WK-NEW-CURRENCY      PIC X(3).
           05  WK-EFFECTIVE-DATE    PIC 9(8).
           05  WK-OVERRIDE-CODE     PIC X.
           05  WK-ZONE-CODE         PIC X(2).

       01  WS-UPDATE-STATUS         PIC X(2).

       01  WS-HOLD-REASON           PIC X(30).
       01  WS-GATE-VERDICT          PIC X.
      *    'A' apply, 'H' hold, 'O' apply under override
      * What the change is measured from and held against: the
      * master's price and cost, or for a zone change the zone's
      * current price and the master's cost.
       01  WS-GATE-PRICE            PIC 9(7)V99.
       01  WS-GATE-COST             PIC 9(7)V99.
       01  WS-ZONE-OPEN-FLAG        PIC X VALUE 'N'.
           88  ZONE-FILE-IS-OPEN    VALUE 'Y'.

       01  HELD-LIST-LINE.
           05  HLL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HLL-ZONE-CODE        PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(9) VALUE "CURRENT: ".
           05  HLL-OLD-PRICE        PIC Z(5)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
               DISPLAY "PRICE-PROC WARNING: CANNOT OPEN MASTER FILE "
                       "(" FS-ITEM "), SANITY GATE IS OFF THIS RUN."
           END-IF.
           OPEN INPUT ZONE-PRICE-FILE.
           IF FS-ZONE = "00"
               SET ZONE-FILE-IS-OPEN TO TRUE
           END-IF.

           IF FS-PRICE NOT = "00"
               DISPLAY "PRICE-PROC: NO PRICE FEED THIS RUN: " FS-PRICE
           IF FS-ITEM = "00"
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF ZONE-FILE-IS-OPEN
               CLOSE ZONE-PRICE-FILE
           END-IF.
           CLOSE ERROR-FILE NEW-PENDING-FILE HELD-FILE
                 HELD-LIST-FILE.
           STOP RUN.
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-PRICE-CHANGE
                           THRU END-JUDGE-PRICE-CHANGE
               END-READ
           END-IF.

       END-GATE-APPLY.
           CONTINUE.

      * A zero zone price only takes the zone price off, back to
      * the master's, and is not judged.
       JUDGE-PRICE-CHANGE.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-CHANGE-PCT.
           MOVE IM-UNIT-PRICE TO WS-GATE-PRICE.
           MOVE WK-NEW-COST TO WS-GATE-COST.
           IF WK-ZONE-CODE NOT = SPACES
               IF WK-NEW-PRICE = 0
                   GO TO END-JUDGE-PRICE-CHANGE
               END-IF
               MOVE IM-UNIT-COST TO WS-GATE-COST
               IF ZONE-FILE-IS-OPEN
                   MOVE WK-ZONE-CODE TO ZP-ZONE-CODE
                   MOVE WK-ITEM-CODE TO ZP-ITEM-CODE
                   READ ZONE-PRICE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZP-ZONE-PRICE TO WS-GATE-PRICE
                   END-READ
               END-IF
           END-IF.
           IF WS-GATE-PRICE > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WK-NEW-PRICE - WS-GATE-PRICE) * 100
                       / WS-GATE-PRICE
               IF WS-CHANGE-PCT < 0
                   COMPUTE WS-CHANGE-PCT = 0 - WS-CHANGE-PCT
               END-IF
               END-IF
           END-IF.
           IF COST-FLOOR-IN-FORCE
                   AND WS-GATE-COST > 0
                   AND WK-NEW-PRICE < WS-GATE-COST
               MOVE "Priced below its own cost." TO WS-HOLD-REASON
               MOVE 'H' TO WS-GATE-VERDICT
           END-IF.
           IF WS-GATE-VERDICT = 'H' AND WK-OVERRIDE-CODE = 'O'
               MOVE 'O' TO WS-GATE-VERDICT
           END-IF.
       END-JUDGE-PRICE-CHANGE.
           CONTINUE.

       WRITE-HELD-LIST-LINE.
           MOVE WK-ITEM-CODE TO HLL-ITEM-CODE.
           MOVE WK-ZONE-CODE TO HLL-ZONE-CODE.
           MOVE WS-GATE-PRICE TO HLL-OLD-PRICE.
           MOVE WK-NEW-PRICE TO HLL-NEW-PRICE.
           MOVE WS-CHANGE-PCT TO HLL-CHANGE-PCT.
           MOVE WS-HOLD-REASON TO HLL-REASON.
       APPLY-PRICE-CHANGE.
           CALL "PRICE_UPDATE" USING WK-ITEM-CODE, WK-NEW-PRICE,
                   WK-NEW-COST, WK-NEW-TAX-RATE, WK-NEW-CURRENCY,
                   WK-ZONE-CODE, WS-UPDATE-STATUS.
           IF WS-UPDATE-STATUS = "00"
               ADD 1 TO WS-UPDATE-COUNT
           ELSE
