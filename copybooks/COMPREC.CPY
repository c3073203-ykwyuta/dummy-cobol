      *****************************************************************
      * COMPREC.CPY - competitor price-survey record layout, the
      * shelf prices the buyers note in competitors' stores, held
      * in COMP_PRICE.IDX keyed on item, competitor and survey date
      * so every observation is kept and the latest for a
      * competitor is the last entry under the item and competitor.
      * COMP_SURVEY loads the weekly survey feed; COMP_POSITION
      * reports our price against the market from it.
      *****************************************************************
       01  CX-RECORD.
           05  CX-KEY.
               10  CX-ITEM-CODE         PIC X(8).
               10  CX-COMPETITOR        PIC X(6).
               10  CX-SURVEY-DATE       PIC 9(8).
      * The observed shelf price, in the item's selling unit.
           05  CX-PRICE                 PIC 9(7)V99.
           05  CX-LOADED-DATE           PIC 9(8).
           05  FILLER                   PIC X(11).
