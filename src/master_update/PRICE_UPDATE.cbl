      * INV_UPDATE journals stock changes to INV_AUDIT.LOG -- so
      * when a margin goes strange there is a record of what the
      * price was last Tuesday and what changed it.
      *
      * A call carrying a price zone sets that zone's price for the
      * item on ZONE_PRICE.IDX instead, and leaves the master alone;
      * a zero price takes the zone's price off, so the zone's
      * stores go back to the master price. The journal line names
      * the zone, its before and after prices being what the zone's
      * stores charged and will charge, and the cost, tax rate and
      * currency carried through unchanged from the master.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   "data/master_update/PRICE_AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT ZONE-PRICE-FILE ASSIGN TO
                   "data/master_update/ZONE_PRICE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZP-KEY
               FILE STATUS IS FS-ZONE.

       DATA DIVISION.
       FILE SECTION.
           05  PA-OLD-CURRENCY      PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  PA-NEW-CURRENCY      PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
      * The price zone a zone price line was set for; spaces on a
      * change to the master itself.
           05  PA-ZONE-CODE         PIC X(2).

       FD  ZONE-PRICE-FILE.
           COPY "ZONEPRC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-ITEM                  PIC X(2).
       01  FS-AUDIT                 PIC X(2).
       01  FS-ZONE                  PIC X(2).
       01  WS-ZONE-FOUND-FLAG       PIC X.
           88  ZONE-PRICE-FOUND     VALUE 'Y'.
       01  WS-ZONE-OLD-PRICE        PIC 9(7)V99.
       01  WS-ZONE-NEW-PRICE        PIC 9(7)V99.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-BEFORE-VALUES.
       01  LK-NEW-COST              PIC 9(7)V99.
       01  LK-NEW-TAX-RATE          PIC 9(2)V99.
       01  LK-NEW-CURRENCY          PIC X(3).
      * Spaces for the master price; a zone code for that zone's.
       01  LK-ZONE-CODE             PIC X(2).
      * LK-STATUS is returned to the caller:
      *   "00" price/cost updated
      *   "01" item code not found on the master file
      *   "02" rewrite of the master record failed
      *   "03" the zone price file could not be written
       01  LK-STATUS                PIC X(2).

       PROCEDURE DIVISION USING LK-ITEM-CODE, LK-NEW-PRICE,
               LK-NEW-COST, LK-NEW-TAX-RATE, LK-NEW-CURRENCY,
               LK-ZONE-CODE, LK-STATUS.
       MAIN-PROCEDURE.
           MOVE "00" TO LK-STATUS.
           OPEN I-O ITEM-MASTER-FILE.
                   GO TO END-UPDATE
           END-READ.

           IF LK-ZONE-CODE NOT = SPACES
               PERFORM UPDATE-ZONE-PRICE THRU END-UPDATE-ZONE-PRICE
               GO TO END-UPDATE
           END-IF.

           MOVE IM-UNIT-PRICE TO WS-OLD-PRICE.
           MOVE IM-UNIT-COST TO WS-OLD-COST.
           MOVE IM-TAX-RATE TO WS-OLD-TAX-RATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE LK-ITEM-CODE TO PA-ITEM-CODE.
           MOVE WS-RUN-DATE TO PA-RUN-DATE.
           MOVE LK-ZONE-CODE TO PA-ZONE-CODE.
           MOVE WS-OLD-PRICE TO PA-OLD-PRICE.
           MOVE IM-UNIT-PRICE TO PA-NEW-PRICE.
           IF LK-ZONE-CODE NOT = SPACES
               MOVE WS-ZONE-OLD-PRICE TO PA-OLD-PRICE
               MOVE WS-ZONE-NEW-PRICE TO PA-NEW-PRICE
           END-IF.
           MOVE WS-OLD-COST TO PA-OLD-COST.
           MOVE IM-UNIT-COST TO PA-NEW-COST.
           MOVE WS-OLD-TAX-RATE TO PA-OLD-TAX-RATE.
           WRITE PAUDIT-RECORD.
           CLOSE AUDIT-FILE.

      * The zone's price for the item: written, rewritten, or (on a
      * zero price) deleted. The first zone price ever set finds no
      * file to open I-O, and creates it. The master record read
      * above stays untouched and supplies the before values the
      * journal carries through.
       UPDATE-ZONE-PRICE.
           MOVE IM-UNIT-PRICE TO WS-OLD-PRICE.
           MOVE IM-UNIT-COST TO WS-OLD-COST.
           MOVE IM-TAX-RATE TO WS-OLD-TAX-RATE.
           MOVE IM-CURRENCY-CODE TO WS-OLD-CURRENCY.
           MOVE 'N' TO WS-ZONE-FOUND-FLAG.
           MOVE IM-UNIT-PRICE TO WS-ZONE-OLD-PRICE.
           OPEN I-O ZONE-PRICE-FILE.
           IF FS-ZONE NOT = "00"
               IF LK-NEW-PRICE = 0
                   GO TO END-UPDATE-ZONE-PRICE
               END-IF
               OPEN OUTPUT ZONE-PRICE-FILE
               IF FS-ZONE NOT = "00"
                   DISPLAY "SUB: ERROR OPENING ZONE PRICE FILE: "
                           FS-ZONE
                   MOVE "03" TO LK-STATUS
                   GO TO END-UPDATE-ZONE-PRICE
               END-IF
           ELSE
               MOVE LK-ZONE-CODE TO ZP-ZONE-CODE
               MOVE LK-ITEM-CODE TO ZP-ITEM-CODE
               READ ZONE-PRICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ZONE-PRICE-FOUND TO TRUE
                       MOVE ZP-ZONE-PRICE TO WS-ZONE-OLD-PRICE
               END-READ
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE LK-ZONE-CODE TO ZP-ZONE-CODE.
           MOVE LK-ITEM-CODE TO ZP-ITEM-CODE.
           MOVE LK-NEW-PRICE TO ZP-ZONE-PRICE.
           MOVE WS-RUN-DATE TO ZP-CHANGED-DATE.
           EVALUATE TRUE
               WHEN LK-NEW-PRICE = 0 AND NOT ZONE-PRICE-FOUND
                   CLOSE ZONE-PRICE-FILE
                   GO TO END-UPDATE-ZONE-PRICE
               WHEN LK-NEW-PRICE = 0
                   MOVE IM-UNIT-PRICE TO WS-ZONE-NEW-PRICE
                   DELETE ZONE-PRICE-FILE RECORD
                       INVALID KEY
                           MOVE "03" TO LK-STATUS
                   END-DELETE
               WHEN ZONE-PRICE-FOUND
                   MOVE LK-NEW-PRICE TO WS-ZONE-NEW-PRICE
                   REWRITE ZP-RECORD
                       INVALID KEY
                           MOVE "03" TO LK-STATUS
                   END-REWRITE
               WHEN OTHER
                   MOVE LK-NEW-PRICE TO WS-ZONE-NEW-PRICE
                   WRITE ZP-RECORD
                       INVALID KEY
                           MOVE "03" TO LK-STATUS
                   END-WRITE
           END-EVALUATE.
           CLOSE ZONE-PRICE-FILE.
           IF LK-STATUS = "00"
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "SUB: ERROR WRITING ZONE PRICE. ZONE: "
                       LK-ZONE-CODE ", CODE: " LK-ITEM-CODE
                       ", STATUS: " FS-ZONE
           END-IF.
       END-UPDATE-ZONE-PRICE.
           CONTINUE.

       END PROGRAM PRICE_UPDATE.
