      *****************************************************************
      * DEALREC.CPY - mix-and-match deal file record layout,
      * maintained by DEAL_MAINT and keyed on the deal code plus a
      * qualifying member. Each deal has one header record (member
      * type and code blank, so it keys ahead of its members) that
      * says what the deal is, and one member record per qualifying
      * item or item group (ITEM_GROUP.IDX). SALES_PROC evaluates
      * the deals across all the lines of one receipt:
      *   'M' multi-buy  - every DL-TRIGGER-QTY qualifying units
      *                    sell together for DL-REWARD-PRICE ("any
      *                    two from this group for $5")
      *   'F' free goods - every DL-TRIGGER-QTY qualifying units
      *                    include DL-REWARD-QTY of them free, the
      *                    cheapest going first ("3 for 2" is a
      *                    trigger of 3 with 1 free)
      * The header fields are blank/zero on member records.
      *****************************************************************
       01  DL-RECORD.
           05  DL-KEY.
               10  DL-DEAL-CODE     PIC X(6).
               10  DL-MEMBER-TYPE   PIC X.
                   88  DL-IS-HEADER       VALUE SPACE.
                   88  DL-IS-ITEM-MEMBER  VALUE 'I'.
                   88  DL-IS-GROUP-MEMBER VALUE 'G'.
      * An item code, or a two-character group code left-justified.
               10  DL-MEMBER-CODE   PIC X(8).
           05  DL-DEAL-TYPE         PIC X.
               88  DL-IS-MULTI-BUY  VALUE 'M'.
               88  DL-IS-FREE-GOODS VALUE 'F'.
           05  DL-DESCRIPTION       PIC X(20).
      * Spaces here means the deal runs in every store.
           05  DL-STORE-CODE        PIC X(4).
           05  DL-START-DATE        PIC 9(8).
           05  DL-END-DATE          PIC 9(8).
           05  DL-TRIGGER-QTY       PIC 9(3).
           05  DL-REWARD-QTY        PIC 9(3).
           05  DL-REWARD-PRICE      PIC 9(7)V99.
