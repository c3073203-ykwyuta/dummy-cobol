      * ITEM_MAINT and STORE_MAINT. Reads add/change/deactivate
      * transactions from a sequential transaction file and applies
      * each one to the indexed customer file -- the trade-account
      * ledger that until now lived on paper. An add or change may
      * also carry the account's credit limit (9 digits, 2 implied
      * decimals; blank on a change keeps the limit already held).
      * The balance owed is never keyed here -- it only moves
      * through the sales and payment postings. A tax status of 'E'
      * makes the account exempt from sales tax and must come with
      * the exemption certificate number and its expiry date; 'T'
      * makes it taxable again (the last certificate is kept on
      * the record for reference). A blank status on a change keeps
      * the status held, though a new certificate number or expiry
      * date may still be keyed for an exempt account's renewal.
      * An account CUST_ERASE has erased is closed for good: a
      * change or deactivate against it is refused, and the number
      * cannot be added again because it is still on file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CM-CUST-NO           PIC X(8).
           05  CM-CUST-NAME         PIC X(25).
           05  CM-CONTACT           PIC X(25).
           05  CM-CREDIT-LIMIT-X    PIC X(9).
           05  CM-CREDIT-LIMIT REDEFINES CM-CREDIT-LIMIT-X
                                    PIC 9(7)V99.
           05  CM-TAX-STATUS        PIC X.
               88  CM-SETS-EXEMPT   VALUE 'E'.
               88  CM-SETS-TAXABLE  VALUE 'T'.
               88  CM-KEEPS-STATUS  VALUE SPACE.
           05  CM-CERT-NO           PIC X(15).
           05  CM-CERT-EXPIRY-X     PIC X(8).
           05  CM-CERT-EXPIRY REDEFINES CM-CERT-EXPIRY-X
                                    PIC 9(8).

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(92).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).


       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  TAX-STATUS-IS-VALID  VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
       PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN CM-IS-ADD
                   PERFORM ADD-CUSTOMER THRU END-ADD-CUSTOMER
               WHEN CM-IS-CHANGE
                   PERFORM CHANGE-CUSTOMER THRU END-CHANGE-CUSTOMER
               WHEN CM-IS-DEACT
           MOVE CM-CUST-NAME TO CU-CUST-NAME.
           MOVE CM-CONTACT TO CU-CONTACT.
           MOVE 'Y' TO CU-ACTIVE-FLAG.
           MOVE 0 TO CU-BALANCE.
           IF CM-CREDIT-LIMIT-X IS NUMERIC
               MOVE CM-CREDIT-LIMIT TO CU-CREDIT-LIMIT
           ELSE
               MOVE 0 TO CU-CREDIT-LIMIT
           END-IF.
           MOVE SPACE TO CU-TAX-STATUS.
           MOVE SPACES TO CU-EXEMPT-CERT-NO.
           MOVE 0 TO CU-CERT-EXPIRY.
           MOVE 0 TO CU-POINTS-BALANCE.
           PERFORM APPLY-TAX-STATUS THRU END-APPLY-TAX-STATUS.
           IF NOT TAX-STATUS-IS-VALID
               GO TO END-ADD-CUSTOMER
           END-IF.

           WRITE CU-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-CUSTOMER.
           CONTINUE.

      * A change reactivates a closed account as well as renaming it
      * -- the same reopen-through-change convention STORE_MAINT
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-CUSTOMER
           END-READ.
           IF CU-IS-ERASED
               MOVE "Change rejected, account is erased." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-CUSTOMER
           END-IF.

           IF CM-CUST-NAME NOT = SPACES
               MOVE CM-CUST-NAME TO CU-CUST-NAME
           IF CM-CONTACT NOT = SPACES
               MOVE CM-CONTACT TO CU-CONTACT
           END-IF.
           IF CM-CREDIT-LIMIT-X IS NUMERIC
               MOVE CM-CREDIT-LIMIT TO CU-CREDIT-LIMIT
           END-IF.
           PERFORM APPLY-TAX-STATUS THRU END-APPLY-TAX-STATUS.
           IF NOT TAX-STATUS-IS-VALID
               GO TO END-CHANGE-CUSTOMER
           END-IF.
           MOVE 'Y' TO CU-ACTIVE-FLAG.

           REWRITE CU-RECORD
       END-CHANGE-CUSTOMER.
           CONTINUE.

      * Takes the transaction's tax status and certificate onto the
      * record read or being built; an exempt account is not
      * accepted without a certificate number and a valid expiry.
       APPLY-TAX-STATUS.
           MOVE 'N' TO WS-VALID-FLAG.
           IF NOT CM-SETS-EXEMPT AND NOT CM-SETS-TAXABLE
                   AND NOT CM-KEEPS-STATUS
               MOVE "Tax status must be E, T or blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-TAX-STATUS
           END-IF.
           IF CM-CERT-NO NOT = SPACES
               MOVE CM-CERT-NO TO CU-EXEMPT-CERT-NO
           END-IF.
           IF CM-CERT-EXPIRY-X NOT = SPACES
               IF CM-CERT-EXPIRY-X IS NOT NUMERIC
                   MOVE "Certificate expiry is not a date." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-APPLY-TAX-STATUS
               END-IF
               MOVE CM-CERT-EXPIRY TO CU-CERT-EXPIRY
           END-IF.
           IF CM-SETS-EXEMPT
               MOVE 'E' TO CU-TAX-STATUS
           END-IF.
           IF CM-SETS-TAXABLE
               MOVE SPACE TO CU-TAX-STATUS
           END-IF.
           IF CU-IS-TAX-EXEMPT
                   AND (CU-EXEMPT-CERT-NO = SPACES
                   OR CU-CERT-EXPIRY = 0)
               MOVE "Exempt account needs certificate/expiry." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-APPLY-TAX-STATUS
           END-IF.
           SET TAX-STATUS-IS-VALID TO TRUE.
       END-APPLY-TAX-STATUS.
           CONTINUE.

       DEACTIVATE-CUSTOMER.
           MOVE CM-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DEACTIVATE-CUSTOMER
           END-READ.
           IF CU-IS-ERASED
               MOVE "Deactivate rejected, account is erased." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-DEACTIVATE-CUSTOMER
           END-IF.

           MOVE 'N' TO CU-ACTIVE-FLAG.

