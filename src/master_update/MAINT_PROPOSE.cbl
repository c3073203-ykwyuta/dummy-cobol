           05  MT-REORDER-POINT     PIC 9(5).
           05  MT-REORDER-QTY       PIC 9(5).
           05  MT-SUPPLIER-CODE     PIC X(4).
           05  MT-LIFECYCLE-STATUS  PIC X.
           05  MT-SUCCESSOR-CODE    PIC X(8).
           05  MT-NET-WEIGHT-G      PIC 9(5).
           05  MT-TAX-CLASS         PIC X(2).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-SEQ-NO            PIC 9(5).
           05  PD-TRANSACTION       PIC X(84).
      * Who made the proposal (the operator card on
      * MAINT_PROPOSE.PARM) -- MAINT_APPROVE refuses a decision
      * whose approver matches it, so one person cannot play both
           05  FILLER               PIC X(5) VALUE "TAX: ".
           05  PL-TAX-RATE          PIC Z9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PL-TAX-CLASS         PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PL-CURRENCY          PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "LIFE: ".
           05  PL-LIFECYCLE         PIC X.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PL-SUCCESSOR         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE 0 TO PL-STOCK-QTY
                   MOVE 0 TO PL-UNIT-PRICE
                   MOVE 0 TO PL-TAX-RATE
                   MOVE SPACES TO PL-TAX-CLASS
                   MOVE SPACES TO PL-CURRENCY
                   MOVE SPACE TO PL-LIFECYCLE
                   MOVE SPACES TO PL-SUCCESSOR
               NOT INVALID KEY
                   MOVE IM-ITEM-NAME TO PL-ITEM-NAME
                   MOVE IM-STOCK-QTY TO PL-STOCK-QTY
                   MOVE IM-UNIT-PRICE TO PL-UNIT-PRICE
                   MOVE IM-TAX-RATE TO PL-TAX-RATE
                   MOVE IM-TAX-CLASS TO PL-TAX-CLASS
                   MOVE IM-CURRENCY-CODE TO PL-CURRENCY
                   MOVE IM-LIFECYCLE-STATUS TO PL-LIFECYCLE
                   MOVE IM-SUCCESSOR-CODE TO PL-SUCCESSOR
           END-READ.
           WRITE PROPOSAL-RECORD FROM PROPOSAL-LINE.

           MOVE MT-STOCK-QTY TO PL-STOCK-QTY.
           MOVE MT-UNIT-PRICE TO PL-UNIT-PRICE.
           MOVE MT-TAX-RATE TO PL-TAX-RATE.
           MOVE MT-TAX-CLASS TO PL-TAX-CLASS.
           MOVE MT-CURRENCY-CODE TO PL-CURRENCY.
           MOVE MT-LIFECYCLE-STATUS TO PL-LIFECYCLE.
           MOVE MT-SUCCESSOR-CODE TO PL-SUCCESSOR.
           WRITE PROPOSAL-RECORD FROM PROPOSAL-LINE.

       END PROGRAM MAINT-PROPOSE.
