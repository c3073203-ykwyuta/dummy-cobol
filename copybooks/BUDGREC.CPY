      *****************************************************************
      * BUDGREC.CPY - monthly sales budget record layout, loaded from
      * finance's spreadsheet by BUDGET_LOAD and keyed on store,
      * SUMM01 department and month. BUDGET_RPT sets the posted
      * sales against it.
      *****************************************************************
       01  BU-RECORD.
           05  BU-KEY.
               10  BU-STORE-CODE        PIC X(4).
               10  BU-DEPT-CODE         PIC X(2).
               10  BU-MONTH             PIC 9(6).
      * Budgeted net (tax-exclusive) sales and the margin on them
      * for the whole month.
           05  BU-SALES-BUDGET          PIC 9(9)V99.
           05  BU-MARGIN-BUDGET         PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
      * When the line was last loaded -- a second line for the same
      * key in one load is refused rather than silently winning.
           05  BU-LOAD-DATE             PIC 9(8).
           05  BU-LOAD-TIME             PIC 9(8).
