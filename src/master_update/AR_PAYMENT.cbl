       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-PAYMENT.
       AUTHOR. Jules.
      *
      * Posts the payments feed from the credit controller against
      * the trade accounts SALES_PROC charges on-account sales to.
      * Each payment (account, date paid, amount, the customer's
      * cheque or remittance reference) reduces the balance on the
      * customer master and is journaled to AR_LEDGER.DAT as a 'P'
      * line, so the statement and aged-debt runs see it. A payment
      * for an account that is not on file, or for a zero amount,
      * is rejected to the error file; a closed account may still
      * pay off what it owes.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO DSN-PAYMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYMENT.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT AR-LEDGER-FILE ASSIGN TO DSN-AR-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AR-LEDGER.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PY-CUST-NO           PIC X(8).
           05  PY-PAY-DATE          PIC 9(8).
           05  PY-AMOUNT            PIC 9(9)V99.
           05  PY-REFERENCE         PIC X(10).

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  AR-LEDGER-FILE.
           COPY "ARLEDREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(37).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PAYMENT           PIC X(2).
           05  FS-CUSTOMER          PIC X(2).
           05  FS-AR-LEDGER         PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-PAYMENT       PIC X(34)
              VALUE "data/master_update/AR_PAYMENTS.DAT".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-AR-LEDGER     PIC X(32)
              VALUE "data/master_update/AR_LEDGER.DAT".
           05 DSN-ERROR         PIC X(38)
              VALUE "data/master_update/AR_PAYMENT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-POSTED-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-POSTED-VALUE          PIC 9(11)V99 VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYMENT-FILE.
           IF FS-PAYMENT NOT = "00"
               DISPLAY "AR-PAYMENT: NO PAYMENTS FEED ON FILE: "
                       FS-PAYMENT
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF FS-CUSTOMER NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: " FS-CUSTOMER
               CLOSE PAYMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AR-LEDGER-FILE.
           IF FS-AR-LEDGER NOT = "00"
               OPEN OUTPUT AR-LEDGER-FILE
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           PERFORM UNTIL IS-EOF
               READ PAYMENT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-PAYMENT THRU END-POST-PAYMENT
               END-READ
           END-PERFORM.

           DISPLAY "AR-PAYMENT TOTALS -- READ: " WS-READ-COUNT
                   " POSTED: " WS-POSTED-COUNT
                   " VALUE: " WS-POSTED-VALUE
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

           CLOSE PAYMENT-FILE CUSTOMER-FILE AR-LEDGER-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected payment count exceeded WS-ERROR-THRESHOLD.
       SET-CONDITION-CODE.
           IF WS-ERROR-COUNT > WS-ERROR-THRESHOLD
               DISPLAY "ALERT: ERROR COUNT EXCEEDS THRESHOLD OF "
                       WS-ERROR-THRESHOLD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       POST-PAYMENT.
           IF PY-AMOUNT IS NOT NUMERIC OR PY-AMOUNT = 0
               MOVE "Payment amount missing or zero." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-POST-PAYMENT
           END-IF.
           MOVE PY-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Payment rejected, customer not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-POST-PAYMENT
           END-READ.

           SUBTRACT PY-AMOUNT FROM CU-BALANCE.
           REWRITE CU-RECORD
               INVALID KEY
                   MOVE "Payment rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-POST-PAYMENT
           END-REWRITE.

           MOVE PY-CUST-NO TO AL-CUST-NO.
           IF PY-PAY-DATE IS NUMERIC AND PY-PAY-DATE > 0
               MOVE PY-PAY-DATE TO AL-TRAN-DATE
           ELSE
               MOVE WS-RUN-DATE TO AL-TRAN-DATE
           END-IF.
           MOVE 'P' TO AL-TRAN-TYPE.
           MOVE SPACES TO AL-STORE-CODE AL-RECEIPT-NO.
           MOVE 0 TO AL-LINE-NO.
           MOVE PY-REFERENCE TO AL-REFERENCE.
           COMPUTE AL-AMOUNT = PY-AMOUNT * -1.
           WRITE AR-LEDGER-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PY-AMOUNT TO WS-POSTED-VALUE.
       END-POST-PAYMENT.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE PAYMENT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       END PROGRAM AR-PAYMENT.
