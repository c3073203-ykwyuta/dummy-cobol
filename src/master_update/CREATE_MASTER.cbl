           MOVE SPACES TO IM-SUPPLIER-CODE.
           MOVE 0 TO IM-DAMAGED-QTY.
           MOVE SPACE TO IM-ABC-CLASS.
           MOVE SPACE TO IM-QUARANTINE-FLAG.
           MOVE 'A' TO IM-LIFECYCLE-STATUS.
           MOVE SPACES TO IM-SUCCESSOR-CODE.
           MOVE 0 TO IM-NET-WEIGHT-G.
           MOVE SPACES TO IM-TAX-CLASS.

           WRITE IM-RECORD
               INVALID KEY
