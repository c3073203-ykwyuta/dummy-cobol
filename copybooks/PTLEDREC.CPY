      *****************************************************************
      * PTLEDREC.CPY - loyalty points ledger record layout. One line
      * per movement on a customer's points balance, appended to
      * POINTS_LEDGER.DAT by SALES_PROC the same way AR_LEDGER.DAT
      * journals the money balance: points earned on a posted sale,
      * taken back on a return, spent on a line tendered in points,
      * and reversed when the receipt is voided. The sum of a
      * customer's lines is CU-POINTS-BALANCE, which POINTS_STMT and
      * POINTS_LIAB read back.
      *****************************************************************
       01  PT-LEDGER-RECORD.
           05  PL-CUST-NO               PIC X(8).
           05  PL-TRAN-DATE             PIC 9(8).
           05  PL-TRAN-TYPE             PIC X.
               88  PL-IS-EARNED         VALUE 'E'.
      * A return: the points the goods earned come back off, or on
      * a line refunded to points, go back on.
               88  PL-IS-RETURN         VALUE 'R'.
               88  PL-IS-REDEEMED       VALUE 'X'.
               88  PL-IS-VOID           VALUE 'V'.
           05  PL-STORE-CODE            PIC X(4).
           05  PL-RECEIPT-NO            PIC X(8).
           05  PL-LINE-NO               PIC 9(3).
      * Spaces on a void, which reverses the whole receipt at once.
           05  PL-ITEM-CODE             PIC X(8).
      * Positive adds to the customer's points, negative takes
      * them away.
           05  PL-POINTS                PIC S9(9) SIGN IS LEADING
                                         SEPARATE.
      * The tax-exclusive sales value the points were earned on,
      * or the tax-inclusive value a redemption paid for.
           05  PL-VALUE                 PIC S9(9)V99 SIGN IS LEADING
                                         SEPARATE.
