      *****************************************************************
      * FISCREC.CPY - fiscal calendar record layout (FISCAL_CAL.DAT),
      * one line per date in ascending date order, generated by
      * FISCAL_BUILD from its rules. The financial year runs on
      * 4-4-5 week periods (the pattern is a build rule) from the
      * Sunday nearest 1 February; a fiscal year carries the number
      * of the calendar year it starts in. Twelve periods a year;
      * the occasional 53rd week is carried by period 12. Read
      * through the shared FISCAL_PERIOD lookup rather than opened
      * by the period programs themselves.
      *****************************************************************
       01  FC-RECORD.
           05  FC-DATE                  PIC 9(8).
      * YYYYPP -- the same shape as a calendar YYYYMM, so the period
      * fields already on file hold either; the period basis says
      * which the company is running.
           05  FC-FISCAL-PERIOD.
               10  FC-FISCAL-YEAR       PIC 9(4).
               10  FC-PERIOD            PIC 9(2).
      * Week of the fiscal year, 01-53.
           05  FC-WEEK                  PIC 9(2).
