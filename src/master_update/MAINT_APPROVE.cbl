                   88  MT-IS-CHANGE     VALUE 'C'.
                   88  MT-IS-DEACT      VALUE 'D'.
                   88  MT-IS-DELETE     VALUE 'X'.
                   88  MT-IS-LIFECYCLE  VALUE 'L'.
               10  MT-ITEM-CODE         PIC X(8).
               10  MT-ITEM-NAME         PIC X(20).
               10  MT-STOCK-QTY         PIC S9(7)V99.
               10  MT-REORDER-POINT     PIC 9(5).
               10  MT-REORDER-QTY       PIC 9(5).
               10  MT-SUPPLIER-CODE     PIC X(4).
               10  MT-LIFECYCLE-STATUS  PIC X.
               10  MT-SUCCESSOR-CODE    PIC X(8).
               10  MT-NET-WEIGHT-G      PIC 9(5).
               10  MT-TAX-CLASS         PIC X(2).
      * Who made the proposal, stamped by MAINT_PROPOSE.
           05  PD-MAKER             PIC X(8).

           COPY "ITEMREC.CPY".

       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD       PIC X(97).

       FD  REJECTED-FILE.
       01  REJECTED-RECORD.
           05  RJ-SEQ-NO            PIC 9(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-TRANSACTION       PIC X(84).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-MESSAGE           PIC X(36).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(97).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

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
                   PERFORM COUNT-AND-JOURNAL
           END-REWRITE.

       END-LIFECYCLE-ITEM.
           CONTINUE.

       COUNT-AND-JOURNAL.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO JOURNAL-RECORD.
