      *****************************************************************
      * FCSTREC.CPY - weekly demand forecast record layout, written
      * by FCST_BUILD to FORECAST.DAT (and, one week ahead, to the
      * FORECAST_LOG.DAT history FCST_ACCURACY measures) and read by
      * PO_SUGGEST and STORE_REPL in place of the standing reorder
      * and min/max figures. In store, item, week order; the
      * company-wide forecast for an item carries a blank store code
      * and so sorts ahead of the store lines.
      *****************************************************************
       01  FC-RECORD.
           05  FC-KEY.
               10  FC-STORE-CODE        PIC X(4).
               10  FC-ITEM-CODE         PIC X(8).
      * The Monday the forecast week starts on.
               10  FC-WEEK-START        PIC 9(8).
           05  FC-WEEK-NO               PIC 9(2).
      * Net units (sales less returns and voids) expected in the
      * week: the recent weekly rate times the seasonal index, or
      * last year's figure for a line idle in the recent weeks.
           05  FC-FORECAST-QTY          PIC 9(7)V99.
           05  FC-BASE-QTY              PIC 9(7)V99.
           05  FC-SEASON-INDEX          PIC 9V999.
      * The business date of the run that made the forecast.
           05  FC-RUN-DATE              PIC 9(8).
