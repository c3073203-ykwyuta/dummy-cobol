      *****************************************************************
      * MERGEREC.CPY - merged item cross-reference record layout,
      * held in ITEM_MERGE.IDX keyed on the retired item code. One
      * entry is written by ITEM_MERGE for every duplicate code it
      * folds into a surviving code; a survivor may itself be
      * merged later, so the cross-reference is followed as a chain.
      * HIST_INQUIRY and ITEM_INQUIRY read it to show a retired
      * code's history under the item that survived it.
      *****************************************************************
       01  MX-RECORD.
           05  MX-RETIRED-CODE          PIC X(8).
           05  MX-SURVIVOR-CODE         PIC X(8).
           05  MX-MERGE-DATE            PIC 9(8).
      * What the merge carried across, for the record: sellable and
      * damaged units moved through INV_UPDATE.
           05  MX-STOCK-MOVED           PIC S9(7)V99.
           05  MX-DAMAGED-MOVED         PIC S9(7)V99.
           05  MX-OPERATOR              PIC X(8).
           05  FILLER                   PIC X(10).
