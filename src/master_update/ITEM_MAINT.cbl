      *
      * Maintenance program for the item master. Reads add/change/
      * deactivate transactions from a sequential transaction file
      * and applies each one to the indexed master file. An 'L'
      * transaction sets the item's lifecycle status (new,
      * established, sell-through, or replaced by a named successor
      * item) and touches nothing else on the record. An add or
      * change also carries the item's tax class; the rate charged
      * for it is kept by region and class on TAX_RATE.DAT
      * (TAX_MAINT), not on the item.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  MT-IS-CHANGE     VALUE 'C'.
               88  MT-IS-DEACT      VALUE 'D'.
               88  MT-IS-DELETE     VALUE 'X'.
               88  MT-IS-LIFECYCLE  VALUE 'L'.
           05  MT-ITEM-CODE         PIC X(8).
           05  MT-ITEM-NAME         PIC X(20).
           05  MT-STOCK-QTY         PIC S9(7)V99.
           05  MT-REORDER-POINT     PIC 9(5).
           05  MT-REORDER-QTY       PIC 9(5).
           05  MT-SUPPLIER-CODE     PIC X(4).
      * Used by the 'L' lifecycle action, and by an add to start a
      * line as 'N' new rather than established.
           05  MT-LIFECYCLE-STATUS  PIC X.
           05  MT-SUCCESSOR-CODE    PIC X(8).
      * Net weight in grams for an item sold by weight; zero on a
      * change leaves the master's figure alone.
           05  MT-NET-WEIGHT-G      PIC 9(5).
      * Product tax class for the dated TAX_RATE.DAT rates; blank on
      * a change leaves the master's class alone.
           05  MT-TAX-CLASS         PIC X(2).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(84).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DEACT-COUNT       PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-LIFECYCLE-COUNT   PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.
       01  WS-RUN-DATE              PIC 9(8).
                   " CHANGED: " WS-CHANGE-COUNT
                   " DEACTIVATED: " WS-DEACT-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " LIFECYCLE: " WS-LIFECYCLE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.
                   PERFORM DEACTIVATE-ITEM THRU END-DEACTIVATE-ITEM
               WHEN MT-IS-DELETE
                   PERFORM DELETE-ITEM THRU END-DELETE-ITEM
               WHEN MT-IS-LIFECYCLE
                   PERFORM LIFECYCLE-ITEM THRU END-LIFECYCLE-ITEM
               WHEN OTHER
                   MOVE "Unknown maintenance action code." TO
                           ER-MESSAGE
           MOVE MT-SUPPLIER-CODE TO IM-SUPPLIER-CODE.
           MOVE 0 TO IM-DAMAGED-QTY.
           MOVE SPACE TO IM-ABC-CLASS.
           MOVE SPACE TO IM-QUARANTINE-FLAG.
           IF MT-LIFECYCLE-STATUS = 'N'
               MOVE 'N' TO IM-LIFECYCLE-STATUS
           ELSE
               MOVE 'A' TO IM-LIFECYCLE-STATUS
           END-IF.
           MOVE SPACES TO IM-SUCCESSOR-CODE.
           MOVE MT-NET-WEIGHT-G TO IM-NET-WEIGHT-G.
           MOVE MT-TAX-CLASS TO IM-TAX-CLASS.

           WRITE IM-RECORD
               INVALID KEY
           IF MT-SUPPLIER-CODE NOT = SPACES
               MOVE MT-SUPPLIER-CODE TO IM-SUPPLIER-CODE
           END-IF.
           IF MT-NET-WEIGHT-G NOT = 0
               MOVE MT-NET-WEIGHT-G TO IM-NET-WEIGHT-G
           END-IF.
           IF MT-TAX-CLASS NOT = SPACES
               MOVE MT-TAX-CLASS TO IM-TAX-CLASS
           END-IF.

           REWRITE IM-RECORD
               INVALID KEY
       END-DELETE-ITEM.
           CONTINUE.

      * Moves an item through its life: 'N' new, 'A' established,
      * 'S' sell-through, or 'R' replaced by the successor the
      * transaction names. A successor must be on the master, must
      * not be the item itself, and must not itself be replaced --
      * the supersession always points at a live line. Leaving
      * 'R' clears the successor.
       LIFECYCLE-ITEM.
           IF MT-LIFECYCLE-STATUS NOT = 'N' AND NOT = 'A'
                   AND NOT = 'S' AND NOT = 'R'
               MOVE "Lifecycle rejected, unknown status." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-LIFECYCLE-ITEM
           END-IF.
           IF MT-LIFECYCLE-STATUS = 'R'
               IF MT-SUCCESSOR-CODE = SPACES
                       OR MT-SUCCESSOR-CODE = MT-ITEM-CODE
                   MOVE "Lifecycle rejected, no valid successor."
                           TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-LIFECYCLE-ITEM
               END-IF
               MOVE MT-SUCCESSOR-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "Lifecycle rejected, successor not found."
                               TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-LIFECYCLE-ITEM
               END-READ
               IF IM-IS-SUPERSEDED
                   MOVE "Lifecycle rejected, successor replaced."
                           TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-LIFECYCLE-ITEM
               END-IF
           END-IF.

           MOVE MT-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Lifecycle rejected, item code not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-LIFECYCLE-ITEM
           END-READ.

           MOVE MT-LIFECYCLE-STATUS TO IM-LIFECYCLE-STATUS.
           IF MT-LIFECYCLE-STATUS = 'R'
               MOVE MT-SUCCESSOR-CODE TO IM-SUCCESSOR-CODE
           ELSE
               MOVE SPACES TO IM-SUCCESSOR-CODE
           END-IF.

           REWRITE IM-RECORD
               INVALID KEY
                   MOVE "Lifecycle rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-LIFECYCLE-COUNT
                   PERFORM WRITE-JOURNAL-LINE
           END-REWRITE.

       END-LIFECYCLE-ITEM.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
