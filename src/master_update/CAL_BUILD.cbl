      * sign-off -- the missed bank holiday shows up on the proof
      * sheet, not in a bad BIZ_DATE validation next spring. The
      * per-store opening exceptions file (STORE_EXCEPT.DAT: store,
      * date, open flag) is printed on the same sheet; FEED_EXPECT
      * honors it when it decides which store feeds are due, and
      * BIZ_DATE stays the company-level consumer.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
