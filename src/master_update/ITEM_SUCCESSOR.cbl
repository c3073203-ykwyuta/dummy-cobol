       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM_SUCCESSOR.
       AUTHOR. Jules.
      *
      * Subprogram for the master update sample. Resolves an item
      * code to the item that now stands for it: an item whose
      * lifecycle status is 'R' (replaced) hands its trade on to
      * IM-SUCCESSOR-CODE, and that successor may in time have been
      * replaced in its turn, so the chain is followed to its end.
      * A code that was never replaced resolves to itself.
      *
      * The replaced items are loaded from the item master once, on
      * the first call, and held for the rest of the run. A caller
      * that will have the master open itself by the time it needs
      * a lookup makes that first call early with a blank code,
      * which only loads the table. A broken chain (a loop, or more
      * links than any sane supersession history has) resolves to
      * the last code reached.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-ITEM                  PIC X(2).
       01  DSN-FIELDS.
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".

       01  WS-LOADED-FLAG           PIC X VALUE 'N'.
           88  TABLE-IS-LOADED      VALUE 'Y'.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.

       01  WS-SUCCESSOR-TABLE.
           05  WS-SC-COUNT          PIC 9(4) VALUE 0.
           05  WS-SC-ENTRIES OCCURS 1000 TIMES
                   INDEXED BY WS-SC-IDX.
               10  WS-SC-OLD-CODE   PIC X(8).
               10  WS-SC-NEW-CODE   PIC X(8).
       01  WS-SC-SCAN-IDX           PIC 9(4).
       01  WS-HOP-COUNT             PIC 9(2).
       01  WS-HOP-FOUND-FLAG        PIC X.

       LINKAGE SECTION.
       01  LK-ITEM-CODE             PIC X(8).
       01  LK-RESOLVED-CODE         PIC X(8).

       PROCEDURE DIVISION USING LK-ITEM-CODE, LK-RESOLVED-CODE.
       MAIN-PROCEDURE.
           IF NOT TABLE-IS-LOADED
               PERFORM LOAD-SUCCESSOR-TABLE THRU END-LOAD-SUCCESSORS
           END-IF.
           MOVE LK-ITEM-CODE TO LK-RESOLVED-CODE.
           IF LK-ITEM-CODE = SPACES OR WS-SC-COUNT = 0
               GOBACK
           END-IF.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'Y' TO WS-HOP-FOUND-FLAG.
           PERFORM UNTIL WS-HOP-FOUND-FLAG = 'N'
                   OR WS-HOP-COUNT > 20
               PERFORM FOLLOW-ONE-LINK
           END-PERFORM.
           GOBACK.

       FOLLOW-ONE-LINK.
           MOVE 'N' TO WS-HOP-FOUND-FLAG.
           PERFORM VARYING WS-SC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SC-SCAN-IDX > WS-SC-COUNT
               IF WS-SC-OLD-CODE(WS-SC-SCAN-IDX) = LK-RESOLVED-CODE
                   MOVE WS-SC-NEW-CODE(WS-SC-SCAN-IDX)
                           TO LK-RESOLVED-CODE
                   MOVE 'Y' TO WS-HOP-FOUND-FLAG
                   ADD 1 TO WS-HOP-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * With no master on file nothing resolves anywhere but to
      * itself -- the table is simply left empty.
       LOAD-SUCCESSOR-TABLE.
           SET TABLE-IS-LOADED TO TRUE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               GO TO END-LOAD-SUCCESSORS
           END-IF.
           PERFORM UNTIL IS-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF IM-IS-SUPERSEDED
                               AND IM-SUCCESSOR-CODE NOT = SPACES
                               AND IM-SUCCESSOR-CODE NOT = IM-ITEM-CODE
                           PERFORM NOTE-SUCCESSOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ITEM-MASTER-FILE.
       END-LOAD-SUCCESSORS.
           CONTINUE.

       NOTE-SUCCESSOR.
           IF WS-SC-COUNT < 1000
               ADD 1 TO WS-SC-COUNT
               MOVE IM-ITEM-CODE TO WS-SC-OLD-CODE(WS-SC-COUNT)
               MOVE IM-SUCCESSOR-CODE TO WS-SC-NEW-CODE(WS-SC-COUNT)
           ELSE
               DISPLAY "ITEM-SUCCESSOR WARNING: SUCCESSOR TABLE "
                       "FULL, " IM-ITEM-CODE " NOT REDIRECTED."
           END-IF.

       END PROGRAM ITEM_SUCCESSOR.
