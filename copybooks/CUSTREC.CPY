      * lives on paper ledgers today) carries it through the sales
      * feed into history, so CUST_INQUIRY can answer "what did
      * this account buy". Anonymous retail trade simply carries
      * spaces and never touches this file. Trade accounts that buy
      * on account carry a credit limit and a running balance owed:
      * SALES_PROC charges on-account sales to it (refusing any that
      * would take the balance past the limit) and AR_PAYMENT
      * credits what the customer pays, each movement journaled to
      * AR_LEDGER.DAT (ARLEDREC.CPY) for the statement and aged-debt
      * runs. A charity or reseller exempt from sales tax carries
      * its exemption certificate: SALES_PROC sells to it tax-free
      * while the certificate is in force, and taxes and lists its
      * sales once the certificate has expired. Customers in the
      * loyalty scheme carry a points balance, earned and spent at
      * the till and journaled to POINTS_LEDGER.DAT (PTLEDREC.CPY).
      * On an erasure request, or once an account has not traded
      * for the retention period, CUST_ERASE blanks the personal
      * fields and marks the account erased.
      *****************************************************************
       01  CU-RECORD.
           05  CU-CUST-NO               PIC X(8).
           05  CU-CUST-NAME             PIC X(25).
           05  CU-CONTACT               PIC X(25).
      * 'E' once CUST_ERASE has removed the personal details -- the
      * number stays on file, closed for good, so it is never
      * issued again.
           05  CU-ACTIVE-FLAG           PIC X VALUE 'Y'.
               88  CU-IS-ACTIVE         VALUE 'Y'.
               88  CU-IS-INACTIVE       VALUE 'N' 'E'.
               88  CU-IS-ERASED         VALUE 'E'.
      * Zero credit limit means the account may not buy on account.
           05  CU-CREDIT-LIMIT          PIC 9(7)V99.
           05  CU-BALANCE               PIC S9(9)V99 SIGN IS LEADING
                                         SEPARATE.
           05  CU-TAX-STATUS            PIC X.
               88  CU-IS-TAX-EXEMPT     VALUE 'E'.
               88  CU-IS-TAXABLE        VALUE SPACE.
           05  CU-EXEMPT-CERT-NO        PIC X(15).
      * The last day the certificate covers.
           05  CU-CERT-EXPIRY           PIC 9(8).
           05  CU-POINTS-BALANCE        PIC S9(9) SIGN IS LEADING
                                         SEPARATE.
