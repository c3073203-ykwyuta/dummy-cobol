      *****************************************************************
      * CONTREC.CPY - customer contract price record layout,
      * maintained by CONTRACT_MAINT and keyed on the trade account,
      * the item or item group (ITEM_GROUP.IDX) the terms cover, and
      * the date they take effect, so renewed terms can be loaded
      * ahead of the old ones running out. Each entry is either a
      * fixed net price per unit or a percentage off the master's
      * IM-UNIT-PRICE. SALES_PROC prices a line keyed with the
      * account from the entry in force on the business date -- an
      * item entry before a group entry -- and the customer pays
      * the lower of the contract price and any promotion running.
      *****************************************************************
       01  CP-RECORD.
           05  CP-KEY.
               10  CP-CUST-NO       PIC X(8).
               10  CP-MEMBER-TYPE   PIC X.
                   88  CP-IS-ITEM       VALUE 'I'.
                   88  CP-IS-GROUP      VALUE 'G'.
      * An item code, or a two-character group code left-justified.
               10  CP-MEMBER-CODE   PIC X(8).
               10  CP-START-DATE    PIC 9(8).
      * 99999999 when the terms run until withdrawn.
           05  CP-END-DATE          PIC 9(8).
           05  CP-PRICE-TYPE        PIC X.
               88  CP-IS-NET-PRICE  VALUE 'P'.
               88  CP-IS-DISCOUNT   VALUE 'D'.
           05  CP-NET-PRICE         PIC 9(7)V99.
           05  CP-DISCOUNT-PCT      PIC 9(2)V99.
