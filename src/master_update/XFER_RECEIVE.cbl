                   MOVE CF-ITEM-CODE TO SS-ITEM-CODE
                   MOVE WS-RECEIVED-QTY TO SS-STOCK-QTY
                   MOVE 0 TO SS-DAMAGED-QTY
                   MOVE 0 TO SS-RESERVED-QTY
                   MOVE SS-STOCK-QTY TO WS-AFTER-QTY
                   WRITE SS-RECORD
               NOT INVALID KEY
