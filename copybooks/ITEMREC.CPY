           05  IM-ACTIVE-FLAG           PIC X VALUE 'Y'.
               88  IM-IS-ACTIVE         VALUE 'Y'.
               88  IM-IS-INACTIVE       VALUE 'N'.
      * The item's own tax rate, charged only while IM-TAX-CLASS is
      * blank -- a classed item takes its rate from TAX_RATE.DAT.
           05  IM-TAX-RATE              PIC 9(2)V99 VALUE 0.
           05  IM-CURRENCY-CODE         PIC X(3) VALUE "USD".
      * Per-item reorder level and suggested order quantity -- a zero
      * sweep ('A' the head of the value ranking, 'B' the middle,
      * 'C' the tail); space until the first sweep has run.
           05  IM-ABC-CLASS             PIC X VALUE SPACE.
      * Set by RECALL_RUN while the item is under a product recall:
      * 'Q' quarantined -- INV_UPDATE refuses further sales of it and
      * returns of it land in the damaged bucket -- space otherwise.
           05  IM-QUARANTINE-FLAG       PIC X VALUE SPACE.
               88  IM-IS-QUARANTINED    VALUE 'Q'.
      * Where the line stands in its life. 'N' a new line, 'A' (or
      * space, on records older than the field) established, 'S'
      * in sell-through -- being dropped, remaining stock sold off
      * but never reordered -- and 'R' replaced by the item in
      * IM-SUCCESSOR-CODE, which is sold off the same way while the
      * successor takes over its trade and its sales history.
           05  IM-LIFECYCLE-STATUS      PIC X VALUE 'A'.
               88  IM-IS-NEW-LINE       VALUE 'N'.
               88  IM-IS-ESTABLISHED    VALUE 'A' SPACE.
               88  IM-IN-SELL-THROUGH   VALUE 'S' 'R'.
               88  IM-IS-SUPERSEDED     VALUE 'R'.
               88  IM-LIFECYCLE-VALID   VALUE 'N' 'A' 'S' 'R'.
           05  IM-SUCCESSOR-CODE        PIC X(8) VALUE SPACES.
      * Net contents in grams of an item sold by weight, from which
      * the shelf label works out a price per kilogram; zero for an
      * item sold by the unit.
           05  IM-NET-WEIGHT-G          PIC 9(5) VALUE 0.
      * Product tax class (FD food, CL clothing, GN general and so
      * on), which with the store's ST-TAX-REGION keys the dated rate
      * on TAX_RATE.DAT. Blank on records older than the field, which
      * go on charging IM-TAX-RATE until they are classed.
           05  IM-TAX-CLASS             PIC X(2) VALUE SPACES.
