               10  IH-ITEM-CODE     PIC X(8).
               10  IH-TRAN-DATE     PIC 9(8).
               10  IH-SEQ-NO        PIC 9(7).
           05  IH-IMAGE             PIC X(114).
