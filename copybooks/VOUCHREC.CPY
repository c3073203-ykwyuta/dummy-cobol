      *****************************************************************
      * VOUCHREC.CPY - gift voucher register record layout, keyed on
      * the voucher number and an entry number within it. Entry 000
      * is the issue -- written by SALES_PROC from a 'G' line on the
      * sales feed -- and also carries the voucher's expiry date,
      * running balance and status; entries 001 upward are every
      * redemption, refund and void reversal posted against it since,
      * so the register answers which vouchers are outstanding, what
      * is owed on them, and whether one was presented twice.
      * VOUCHER_LIAB values the outstanding balances each month and
      * VOUCHER_EXPIRY lists what has lapsed unspent.
      *****************************************************************
       01  VO-RECORD.
           05  VO-KEY.
               10  VO-VOUCHER-NO    PIC X(12).
               10  VO-ENTRY-NO      PIC 9(3).
           05  VO-ENTRY-TYPE        PIC X.
               88  VO-IS-ISSUE      VALUE 'I'.
               88  VO-IS-REDEMPTION VALUE 'R'.
      * A return refunded onto the voucher.
               88  VO-IS-REFUND     VALUE 'F'.
      * A redemption given back when its receipt was voided.
               88  VO-IS-REVERSAL   VALUE 'V'.
           05  VO-STORE-CODE        PIC X(4).
           05  VO-TRAN-DATE         PIC 9(8).
           05  VO-RECEIPT-NO        PIC X(8).
           05  VO-LINE-NO           PIC 9(3).
      * The movement on the voucher's balance: the face value on
      * the issue, negative on a redemption, positive on a refund
      * or reversal.
           05  VO-AMOUNT            PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
      * Kept up to date on entry 000 only; zero on the others.
           05  VO-EXPIRY-DATE       PIC 9(8).
           05  VO-BALANCE           PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
           05  VO-STATUS            PIC X.
               88  VO-IS-OPEN       VALUE 'O'.
               88  VO-IS-SPENT      VALUE 'S'.
      * The sale of the voucher itself was voided before use.
               88  VO-IS-CANCELLED  VALUE 'C'.
           05  VO-LAST-ENTRY-NO     PIC 9(3).
