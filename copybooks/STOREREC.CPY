      * run's exception line rather than being guessed into a
      * filing.
           05  ST-TAX-REGION            PIC X(4) VALUE SPACES.
      * The price zone the store sells under (ZONEPRC.CPY); spaces
      * means the store sells at the master price throughout.
           05  ST-PRICE-ZONE            PIC X(2) VALUE SPACES.
      * The weekdays the store trades, Monday through Sunday, 'N'
      * for a day it stays shut (a store that does not open on
      * Sundays is YYYYYYN). Spaces means every trading day on the
      * company calendar. FEED_EXPECT expects no till feed from the
      * store on its shut days.
           05  ST-TRADING-DAYS          PIC X(7) VALUE SPACES.
      * The day the store first traded and the day it closed (its
      * last day closed, not its last day of trade), zero when not
      * known or still open. LFL_RPT counts a store like-for-like
      * only when it traded through both the period and the same
      * period a year before.
           05  ST-OPEN-DATE             PIC 9(8) VALUE 0.
           05  ST-CLOSE-DATE            PIC 9(8) VALUE 0.
