      *****************************************************************
      * BINREC.CPY - bin-location record layout, maintained by
      * BIN_MAINT and keyed on store and item: where in the store's
      * building (aisle, bay, shelf) the item is put away. PICK_LIST
      * sorts the transfer lines STORE_XFER is about to dispatch by
      * these three, so the locations are keyed with leading zeros
      * ("003", not "3") and letters in walking order -- the sort
      * order of the location IS the picker's route.
      *****************************************************************
       01  BN-RECORD.
           05  BN-KEY.
               10  BN-STORE-CODE    PIC X(4).
               10  BN-ITEM-CODE     PIC X(8).
           05  BN-LOCATION.
               10  BN-AISLE         PIC X(3).
               10  BN-BAY           PIC X(3).
               10  BN-SHELF         PIC X(2).
