      *****************************************************************
      * RBTREC.CPY - supplier rebate agreement record layout, keyed
      * on supplier plus the agreement number purchasing gives it,
      * and maintained by REBATE_MAINT. An agreement earns on one
      * basis over its period: 'P' the value of goods received from
      * the supplier (RECEIVED_GOODS.DAT, as GOODS_RECEIPT books
      * it), or 'U' the units of the supplier's items sold (sales
      * history, returns and voids netted off). Up to three tiers:
      * once the volume reaches a tier's threshold, that tier's rate
      * applies to the whole volume -- a percentage of the value on
      * a 'P' agreement, an amount per unit on a 'U' one.
      * REBATE_ACCRUE measures each open agreement monthly, keeps
      * the volume and rebate earned to date here, and raises the
      * claim once the period has ended; the amount the supplier
      * has paid against the claim is recorded through REBATE_MAINT.
      *****************************************************************
       01  RB-RECORD.
           05  RB-KEY.
               10  RB-SUPPLIER-CODE     PIC X(4).
               10  RB-AGREEMENT-NO      PIC X(4).
           05  RB-BASIS                 PIC X.
               88  RB-ON-PURCHASES      VALUE 'P'.
               88  RB-ON-UNITS-SOLD     VALUE 'U'.
      * The item group (leading two characters of the item code)
      * the agreement covers; spaces for everything the supplier
      * supplies.
           05  RB-GROUP-CODE            PIC X(2).
           05  RB-START-DATE            PIC 9(8).
           05  RB-END-DATE              PIC 9(8).
      * Tiers in ascending threshold order; an unused tier is zero.
      * A first tier with a zero threshold earns from the first
      * unit or dollar.
           05  RB-TIER OCCURS 3 TIMES.
               10  RB-TIER-THRESHOLD    PIC 9(9)V99.
               10  RB-TIER-RATE         PIC 9(5)V9999.
      * As at the last accrual run: the volume measured, the
      * rebate it has earned, and the month it was measured for.
           05  RB-MEASURED-VOLUME       PIC 9(11)V99.
           05  RB-EARNED-AMOUNT         PIC 9(9)V99.
           05  RB-ACCRUED-MONTH         PIC 9(6).
           05  RB-STATUS                PIC X.
               88  RB-IS-OPEN           VALUE 'O'.
               88  RB-IS-CLAIMED        VALUE 'C'.
               88  RB-IS-SETTLED        VALUE 'S'.
      * Set when the claim is raised: the business date, the month
      * run that raised it, and the amount claimed.
           05  RB-CLAIM-DATE            PIC 9(8).
           05  RB-CLAIM-MONTH           PIC 9(6).
           05  RB-CLAIM-AMOUNT          PIC 9(9)V99.
      * What the supplier has paid against the claim so far.
           05  RB-RECEIVED-AMOUNT       PIC 9(9)V99.
           05  RB-RECEIVED-DATE         PIC 9(8).
