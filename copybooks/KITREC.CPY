      *****************************************************************
      * KITREC.CPY - kit bill-of-materials record layout, maintained
      * by KIT_MAINT and keyed on the kit item plus the component
      * item. A kit (gift hamper, starter kit) is sold under its own
      * item code and price, but holds no stock of its own: the
      * stock lives in the components, and SALES_PROC moves each
      * component by the quantity per kit when the kit is sold or
      * returned. Components are plain items -- kits do not nest.
      *****************************************************************
       01  KT-RECORD.
           05  KT-KEY.
               10  KT-KIT-ITEM      PIC X(8).
               10  KT-COMPONENT-ITEM PIC X(8).
           05  KT-COMPONENT-QTY     PIC 9(5)V99.
