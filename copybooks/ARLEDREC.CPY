      *****************************************************************
      * ARLEDREC.CPY - accounts receivable ledger record layout. One
      * line per movement on a trade account's balance, appended to
      * AR_LEDGER.DAT in the style of INV_AUDIT.LOG: on-account
      * sales, returns, receipt voids and deal credits by
      * SALES_PROC, payments by AR_PAYMENT. The sum of an account's
      * lines is its balance, which AR_STATEMENT and AR_AGED_DEBT
      * read back.
      *****************************************************************
       01  AR-LEDGER-RECORD.
           05  AL-CUST-NO               PIC X(8).
           05  AL-TRAN-DATE             PIC 9(8).
           05  AL-TRAN-TYPE             PIC X.
               88  AL-IS-CHARGE         VALUE 'C'.
               88  AL-IS-RETURN         VALUE 'R'.
               88  AL-IS-VOID           VALUE 'V'.
               88  AL-IS-PAYMENT        VALUE 'P'.
      * A mix-and-match deal's share of an on-account receipt,
      * credited back once the receipt's deals are settled.
               88  AL-IS-DEAL           VALUE 'D'.
      * The till receipt the sale came from; spaces on payments.
           05  AL-STORE-CODE            PIC X(4).
           05  AL-RECEIPT-NO            PIC X(8).
           05  AL-LINE-NO               PIC 9(3).
      * The customer's own payment reference (cheque or remittance
      * number); the deal code on a deal credit; spaces on other
      * till movements.
           05  AL-REFERENCE             PIC X(10).
      * Positive adds to what the customer owes, negative reduces
      * it.
           05  AL-AMOUNT                PIC S9(9)V99 SIGN IS LEADING
                                         SEPARATE.
