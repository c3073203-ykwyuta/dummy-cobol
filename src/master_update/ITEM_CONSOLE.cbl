      * while the file is closed.
       01  WS-HOLD-TAX-RATE         PIC 9(2)V99.
       01  WS-HOLD-CURRENCY         PIC X(3).
      * The console sets the master price, never a zone's.
       01  WS-NO-ZONE               PIC X(2) VALUE SPACES.
       01  WS-UPDATE-STATUS         PIC X(2).
       01  WS-DONE-FLAG             PIC X VALUE 'N'.
           88  CONSOLE-DONE         VALUE 'Y'.
                   "  PRICE: " IM-UNIT-PRICE
                   "  COST: " IM-UNIT-COST.
           DISPLAY "  TAX: " IM-TAX-RATE
                   "  TAX CLASS: " IM-TAX-CLASS
                   "  CURRENCY: " IM-CURRENCY-CODE
                   "  ACTIVE: " IM-ACTIVE-FLAG.

           CLOSE ITEM-MASTER-FILE.
           CALL "PRICE_UPDATE" USING WS-ITEM-CODE-IN, WS-NEW-PRICE,
                   WS-NEW-COST, WS-HOLD-TAX-RATE, WS-HOLD-CURRENCY,
                   WS-NO-ZONE, WS-UPDATE-STATUS.
           OPEN I-O ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "  CANNOT REOPEN MASTER FILE: " FS-ITEM
