       MAIN-PROCEDURE.
           MOVE "00" TO LK-STATUS.
           MOVE SPACES TO LK-OWNER.
           PERFORM LOAD-LOCK-REGISTRY THRU END-LOAD-REGISTRY.

           EVALUATE LK-ACTION
               WHEN 'E'
