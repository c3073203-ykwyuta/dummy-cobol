      * the reorder fields move) into the proposal feed -- released
      * through MAINT_PROPOSE and MAINT_APPROVE, the maker/checker
      * flow, never straight onto the master. The listing shows
      * every recommendation next to the standing value. Items in
      * sell-through (lifecycle 'S' or 'R') are not swept.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  MT-REORDER-POINT     PIC 9(5).
           05  MT-REORDER-QTY       PIC 9(5).
           05  MT-SUPPLIER-CODE     PIC X(4).
           05  MT-LIFECYCLE-STATUS  PIC X.
           05  MT-SUCCESSOR-CODE    PIC X(8).
           05  MT-NET-WEIGHT-G      PIC 9(5).
           05  MT-TAX-CLASS         PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(110).
               PERFORM READ-ITEM-DEMAND
           END-PERFORM.

      * A line in sell-through is being run down, not restocked --
      * no recommendation would mean anything for it.
           IF IM-IS-INACTIVE OR IM-IN-SELL-THROUGH
               GO TO END-SWEEP-ONE
           END-IF.
           ADD 1 TO WS-ITEMS-SWEPT.
           MOVE WS-REC-POINT TO MT-REORDER-POINT.
           MOVE WS-REC-QTY TO MT-REORDER-QTY.
           MOVE IM-SUPPLIER-CODE TO MT-SUPPLIER-CODE.
           MOVE SPACE TO MT-LIFECYCLE-STATUS.
           MOVE SPACES TO MT-SUCCESSOR-CODE.
           MOVE 0 TO MT-NET-WEIGHT-G.
           MOVE SPACES TO MT-TAX-CLASS.
           WRITE PROPOSE-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.

