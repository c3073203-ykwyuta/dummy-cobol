      *****************************************************************
      * FEEDEXP.CPY - expected-feed register record layout
      * (FEED_EXPECT.IDX), keyed on business date and store. One
      * entry per store whose till feed is due for a trading day:
      * FEED_EXPECT builds the day's entries from the open stores on
      * the store master and the trading calendar, SALES_PROC marks
      * an entry arrived when the store's feed posts for that date,
      * and FEED_EXPECT's cutoff check lists every entry still
      * expected. A feed posted by a later catch-up run is marked
      * late rather than arrived, so the register keeps the history
      * of which stores were chased.
      *****************************************************************
       01  FX-RECORD.
           05  FX-KEY.
               10  FX-BUSINESS-DATE     PIC 9(8).
               10  FX-STORE-CODE        PIC X(4).
           05  FX-STATUS                PIC X.
               88  FX-IS-EXPECTED               VALUE 'E'.
               88  FX-HAS-ARRIVED               VALUE 'A'.
               88  FX-ARRIVED-LATE              VALUE 'L'.
      * The business date of the run that posted the feed, and the
      * feed's own sequence number from its header (zero on a feed
      * without one).
           05  FX-POSTED-DATE           PIC 9(8).
           05  FX-FEED-SEQ              PIC 9(4).
      * How many cutoff checks have listed the entry missing -- the
      * first listing raises the alert, later ones only list it.
           05  FX-CHECK-COUNT           PIC 9(3).
           05  FILLER                   PIC X(12).
