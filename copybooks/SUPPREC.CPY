           05  SU-ACTIVE-FLAG           PIC X VALUE 'Y'.
               88  SU-IS-ACTIVE         VALUE 'Y'.
               88  SU-IS-INACTIVE       VALUE 'N'.
      * Currency the supplier invoices and delivers in (EXCH_RATE.DAT
      * code); spaces, as on records older than the field, for the
      * base currency. GOODS_RECEIPT defaults a delivery line's
      * currency from it.
           05  SU-CURRENCY-CODE         PIC X(3) VALUE SPACES.
