      *****************************************************************
      * LOTREC.CPY - stock lot record layout, keyed on store code,
      * item code and the supplier's lot number. GOODS_RECEIPT
      * names the lot and its expiry date on every delivery line of
      * a dated (chilled, pharmacy) item and INV_UPDATE books the
      * received quantity into it; as sales and other decreases
      * draw the store's stock down INV_UPDATE consumes its lots
      * soonest expiry first. A lot whose remaining quantity
      * reaches zero is deleted. LOT_EXPIRY reports what is coming
      * up to date and refers expired lots to DISPOSITION.
      *****************************************************************
       01  LT-RECORD.
           05  LT-KEY.
               10  LT-STORE-CODE    PIC X(4).
               10  LT-ITEM-CODE     PIC X(8).
               10  LT-LOT-NO        PIC X(10).
           05  LT-EXPIRY-DATE       PIC 9(8).
           05  LT-RECEIPT-DATE      PIC 9(8).
           05  LT-QTY-REMAINING     PIC S9(7)V99.
      * 'X' once LOT_EXPIRY has referred the lot to DISPOSITION for
      * write-off -- it is not referred twice, and ordinary
      * consumption passes it over.
           05  LT-WRITE-OFF-FLAG    PIC X.
               88  LT-REFERRED-FOR-WRITE-OFF VALUE 'X'.
