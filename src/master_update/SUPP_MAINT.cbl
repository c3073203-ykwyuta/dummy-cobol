      * ITEM_MAINT. Reads add/change/deactivate transactions from a
      * sequential transaction file and applies each one to the
      * indexed supplier file.
      *
      * A supplier carries the currency it invoices in (blank for
      * the base currency), which GOODS_RECEIPT takes as the
      * currency of its deliveries when the feed names none. A
      * change with the currency blank leaves it as it was.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SM-CONTACT           PIC X(25).
           05  SM-LEAD-TIME-DAYS    PIC 9(3).
           05  SM-MIN-ORDER-VALUE   PIC 9(7)V99.
           05  SM-CURRENCY-CODE     PIC X(3).

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(70).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

           MOVE SM-LEAD-TIME-DAYS TO SU-LEAD-TIME-DAYS.
           MOVE SM-MIN-ORDER-VALUE TO SU-MIN-ORDER-VALUE.
           MOVE 'Y' TO SU-ACTIVE-FLAG.
           MOVE SM-CURRENCY-CODE TO SU-CURRENCY-CODE.

           WRITE SU-RECORD
               INVALID KEY
           IF SM-MIN-ORDER-VALUE NOT = 0
               MOVE SM-MIN-ORDER-VALUE TO SU-MIN-ORDER-VALUE
           END-IF.
           IF SM-CURRENCY-CODE NOT = SPACES
               MOVE SM-CURRENCY-CODE TO SU-CURRENCY-CODE
           END-IF.

           REWRITE SU-RECORD
               INVALID KEY
