       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the customer contract price file
      * (CONTRACT_PRICE.IDX, CONTREC.CPY), in the style of
      * CAT_MAINT. Reads add/change/delete transactions from a
      * sequential transaction file and applies each one to the
      * indexed file. An entry is one trade account's negotiated
      * terms for one item or item group from an effective date:
      * either a fixed net price ('P') or a percentage off the
      * master price ('D'), until an end date (zero end date = until
      * withdrawn). Add and change are validated whole: the account
      * must be an active customer, the item an active item on the
      * master or the group on ITEM_GROUP.IDX, the dates in order,
      * the terms complete, and the period must not overlap another
      * entry for the same account and item or group -- so there is
      * never more than one set of terms in force to choose from.
      * New terms are added as a new entry with their own effective
      * date; a change corrects an entry already on file and a
      * delete withdraws one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT CONTRACT-FILE ASSIGN TO DSN-CONTRACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS FS-CONTRACT.
           SELECT CUSTOMER-FILE ASSIGN TO DSN-CUSTOMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS FS-CUSTOMER.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  CN-ACTION            PIC X.
               88  CN-IS-ADD        VALUE 'A'.
               88  CN-IS-CHANGE     VALUE 'C'.
               88  CN-IS-DELETE     VALUE 'D'.
           05  CN-CUST-NO           PIC X(8).
           05  CN-MEMBER-TYPE       PIC X.
           05  CN-MEMBER-CODE       PIC X(8).
           05  CN-START-DATE        PIC 9(8).
           05  CN-END-DATE          PIC 9(8).
           05  CN-PRICE-TYPE        PIC X.
           05  CN-NET-PRICE         PIC 9(7)V99.
           05  CN-DISCOUNT-PCT      PIC 9(2)V99.

       FD  CONTRACT-FILE.
           COPY "CONTREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(48).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-CONTRACT          PIC X(2).
           05  FS-CUSTOMER          PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(37)
              VALUE "data/master_update/CONTRACT_MAINT.DAT".
           05 DSN-CONTRACT      PIC X(37)
              VALUE "data/master_update/CONTRACT_PRICE.IDX".
           05 DSN-CUSTOMER      PIC X(31)
              VALUE "data/master_update/CUSTOMER.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-ERROR         PIC X(41)
              VALUE "data/master_update/CONTRACT_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  TERMS-ARE-VALID      VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.

      * The period being proposed, end date defaulted.
       01  WS-NEW-END-DATE          PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "CONTRACT-MNT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-CONTRACT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING CONTRACT MAINTENANCE FILE: "
                       FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-CONTRACT NOT = "00"
               DISPLAY "ERROR OPENING CONTRACT FILE: " FS-CONTRACT
               GO TO END-PROGRAM
           END-IF.
           IF FS-CUSTOMER NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: " FS-CUSTOMER
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "CONTRACT-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           CLOSE MAINT-FILE CONTRACT-FILE CUSTOMER-FILE
                 ITEM-MASTER-FILE ERROR-FILE.
           STOP RUN.

      * The very first maintenance run has no contract file to open
      * I-O yet: create it, then reopen for update.
       OPEN-CONTRACT-FILE.
           OPEN I-O CONTRACT-FILE.
           IF FS-CONTRACT NOT = "00"
               OPEN OUTPUT CONTRACT-FILE
               IF FS-CONTRACT = "00"
                   CLOSE CONTRACT-FILE
                   OPEN I-O CONTRACT-FILE
               END-IF
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the contracts are
      * trusted.
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

       PROCESS-TRANSACTION.
           IF CN-CUST-NO = SPACES
               MOVE "Customer number is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               IF CN-START-DATE IS NOT NUMERIC OR CN-START-DATE = 0
                   MOVE "Effective date is not a date." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               ELSE
                   EVALUATE TRUE
                       WHEN CN-IS-ADD
                           PERFORM ADD-ENTRY THRU END-ADD-ENTRY
                       WHEN CN-IS-CHANGE
                           PERFORM CHANGE-ENTRY THRU END-CHANGE-ENTRY
                       WHEN CN-IS-DELETE
                           PERFORM DELETE-ENTRY THRU END-DELETE-ENTRY
                       WHEN OTHER
                           MOVE "Unknown maintenance action code." TO
                                   ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

      * The checks add and change share. WS-VALID-FLAG 'N' says the
      * transaction has already been written to the error file.
       VALIDATE-TERMS.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE CN-CUST-NO TO CU-CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer is not on file." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
           END-READ.
           IF CU-IS-INACTIVE
               MOVE "Customer account is closed." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           EVALUATE CN-MEMBER-TYPE
               WHEN 'I'
                   MOVE CN-MEMBER-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE "Item is not on the master." TO
                                   ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                           GO TO END-VALIDATE-TERMS
                   END-READ
                   IF IM-IS-INACTIVE
                       MOVE "Item is inactive." TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
                   END-IF
               WHEN 'G'
                   IF CN-MEMBER-CODE(3:6) NOT = SPACES
                       MOVE "Group code is too long." TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
                   END-IF
                   IF NOT GROUP-FILE-IS-OPEN
                       MOVE "No item group file to check group." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
                   END-IF
                   MOVE CN-MEMBER-CODE(1:2) TO GR-GROUP-CODE
                   READ GROUP-FILE
                       INVALID KEY
                           MOVE "Group is not on file." TO ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                           GO TO END-VALIDATE-TERMS
                   END-READ
               WHEN OTHER
                   MOVE "Item/group type must be I or G." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
           END-EVALUATE.
           IF CN-END-DATE IS NOT NUMERIC
               MOVE "End date is not a date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           IF CN-END-DATE = 0
               MOVE 99999999 TO WS-NEW-END-DATE
           ELSE
               MOVE CN-END-DATE TO WS-NEW-END-DATE
           END-IF.
           IF WS-NEW-END-DATE < CN-START-DATE
               MOVE "End date precedes effective date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           IF CN-NET-PRICE IS NOT NUMERIC
               MOVE 0 TO CN-NET-PRICE
           END-IF.
           IF CN-DISCOUNT-PCT IS NOT NUMERIC
               MOVE 0 TO CN-DISCOUNT-PCT
           END-IF.
           EVALUATE CN-PRICE-TYPE
               WHEN 'P'
                   IF CN-NET-PRICE = 0
                       MOVE "Net price contract carries no price." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
                   END-IF
                   MOVE 0 TO CN-DISCOUNT-PCT
               WHEN 'D'
                   IF CN-DISCOUNT-PCT = 0
                       MOVE "Discount contract carries no percent."
                               TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
                   END-IF
                   MOVE 0 TO CN-NET-PRICE
               WHEN OTHER
                   MOVE "Price type must be P or D." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
           END-EVALUATE.
           PERFORM CHECK-OVERLAP THRU END-CHECK-OVERLAP.
       END-VALIDATE-TERMS.
           CONTINUE.

      * Every other entry for the same account and item or group is
      * held against the proposed period; the entry being changed is
      * the one with the same effective date, and is skipped.
       CHECK-OVERLAP.
           MOVE CN-CUST-NO TO CP-CUST-NO.
           MOVE CN-MEMBER-TYPE TO CP-MEMBER-TYPE.
           MOVE CN-MEMBER-CODE TO CP-MEMBER-CODE.
           MOVE 0 TO CP-START-DATE.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START CONTRACT-FILE KEY >= CP-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CP-CUST-NO NOT = CN-CUST-NO
                               OR CP-MEMBER-TYPE NOT = CN-MEMBER-TYPE
                               OR CP-MEMBER-CODE NOT = CN-MEMBER-CODE
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           IF CP-START-DATE NOT = CN-START-DATE
                                   AND CP-START-DATE
                                   NOT > WS-NEW-END-DATE
                                   AND CP-END-DATE
                                   NOT < CN-START-DATE
                               MOVE "Period overlaps terms on file." TO
                                       ER-MESSAGE
                               PERFORM WRITE-TO-ERROR
                               GO TO END-CHECK-OVERLAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET TERMS-ARE-VALID TO TRUE.
       END-CHECK-OVERLAP.
           CONTINUE.

       MOVE-TERMS-FIELDS.
           MOVE CN-CUST-NO TO CP-CUST-NO.
           MOVE CN-MEMBER-TYPE TO CP-MEMBER-TYPE.
           MOVE CN-MEMBER-CODE TO CP-MEMBER-CODE.
           MOVE CN-START-DATE TO CP-START-DATE.
           MOVE WS-NEW-END-DATE TO CP-END-DATE.
           MOVE CN-PRICE-TYPE TO CP-PRICE-TYPE.
           MOVE CN-NET-PRICE TO CP-NET-PRICE.
           MOVE CN-DISCOUNT-PCT TO CP-DISCOUNT-PCT.

       ADD-ENTRY.
           PERFORM VALIDATE-TERMS THRU END-VALIDATE-TERMS.
           IF NOT TERMS-ARE-VALID
               GO TO END-ADD-ENTRY
           END-IF.
           PERFORM MOVE-TERMS-FIELDS.
           WRITE CP-RECORD
               INVALID KEY
                   MOVE "Add rejected, entry already exists." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-ENTRY.
           CONTINUE.

       CHANGE-ENTRY.
           MOVE CN-CUST-NO TO CP-CUST-NO.
           MOVE CN-MEMBER-TYPE TO CP-MEMBER-TYPE.
           MOVE CN-MEMBER-CODE TO CP-MEMBER-CODE.
           MOVE CN-START-DATE TO CP-START-DATE.
           READ CONTRACT-FILE
               INVALID KEY
                   MOVE "Change rejected, entry not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-ENTRY
           END-READ.
           PERFORM VALIDATE-TERMS THRU END-VALIDATE-TERMS.
           IF NOT TERMS-ARE-VALID
               GO TO END-CHANGE-ENTRY
           END-IF.
           PERFORM MOVE-TERMS-FIELDS.
           REWRITE CP-RECORD
               INVALID KEY
                   MOVE "Change rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       END-CHANGE-ENTRY.
           CONTINUE.

       DELETE-ENTRY.
           MOVE CN-CUST-NO TO CP-CUST-NO.
           MOVE CN-MEMBER-TYPE TO CP-MEMBER-TYPE.
           MOVE CN-MEMBER-CODE TO CP-MEMBER-CODE.
           MOVE CN-START-DATE TO CP-START-DATE.
           READ CONTRACT-FILE
               INVALID KEY
                   MOVE "Delete rejected, entry not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-ENTRY
           END-READ.
           DELETE CONTRACT-FILE
               INVALID KEY
                   MOVE "Delete rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       END-DELETE-ENTRY.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM CONTRACT-MAINT.
