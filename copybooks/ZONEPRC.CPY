      *****************************************************************
      * ZONEPRC.CPY - zone price record layout, keyed on price zone
      * plus item code. A store whose ST-PRICE-ZONE is set sells an
      * item at the zone's price when the zone has one on file, and
      * at the master's IM-UNIT-PRICE otherwise. Written only by
      * PRICE_UPDATE, from PRICE_PROC's effective-dated feed (a feed
      * line carrying a zone code), and journaled to PRICE_AUDIT.LOG
      * like any other price change.
      *****************************************************************
       01  ZP-RECORD.
           05  ZP-KEY.
               10  ZP-ZONE-CODE     PIC X(2).
               10  ZP-ITEM-CODE     PIC X(8).
           05  ZP-ZONE-PRICE        PIC 9(7)V99.
      * The run date the price was last set.
           05  ZP-CHANGED-DATE      PIC 9(8).
