       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the supplier rebate agreement file
      * (REBATE_AGREE.IDX, RBTREC.CPY), in the style of
      * CONTRACT_MAINT. Reads add/change/delete transactions from a
      * sequential transaction file and applies each one to the
      * indexed file. Add and change are validated whole: the
      * supplier must be active on the supplier file, the basis 'P'
      * (purchases) or 'U' (units sold), the item group, when one is
      * given, on ITEM_GROUP.IDX, the period dates in order, and the
      * tiers must carry a rate, climb in threshold, and leave no
      * gap before an unused tier. An agreement can be changed only
      * while it is still accruing -- REBATE_ACCRUE re-measures it
      * from the start of its period on the next run, so corrected
      * terms apply to the whole period -- and deleted only before
      * anything has been accrued on it. A fourth action, 'R',
      * records money the supplier has paid against a claim already
      * raised; once the claim is paid in full the agreement is
      * settled and leaves the aging report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT REBATE-FILE ASSIGN TO DSN-REBATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS FS-REBATE.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
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
           05  RM-ACTION            PIC X.
               88  RM-IS-ADD        VALUE 'A'.
               88  RM-IS-CHANGE     VALUE 'C'.
               88  RM-IS-DELETE     VALUE 'D'.
               88  RM-IS-RECEIPT    VALUE 'R'.
           05  RM-SUPPLIER-CODE     PIC X(4).
           05  RM-AGREEMENT-NO      PIC X(4).
           05  RM-BASIS             PIC X.
           05  RM-GROUP-CODE        PIC X(2).
           05  RM-START-DATE        PIC 9(8).
           05  RM-END-DATE          PIC 9(8).
           05  RM-TIER OCCURS 3 TIMES.
               10  RM-TIER-THRESHOLD PIC 9(9)V99.
               10  RM-TIER-RATE     PIC 9(5)V9999.
      * On an 'R' transaction, the amount the supplier has paid.
           05  RM-RECEIVED-AMOUNT   PIC 9(9)V99.

       FD  REBATE-FILE.
           COPY "RBTREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(99).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-REBATE            PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(35)
              VALUE "data/master_update/REBATE_MAINT.DAT".
           05 DSN-REBATE        PIC X(35)
              VALUE "data/master_update/REBATE_AGREE.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-ERROR         PIC X(39)
              VALUE "data/master_update/REBATE_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  TERMS-ARE-VALID      VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.

       01  WS-TIER-IDX              PIC 9.
       01  WS-LAST-THRESHOLD        PIC 9(9)V99.
       01  WS-UNUSED-FLAG           PIC X.
           88  TIER-GAP-SEEN        VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-RECEIPT-COUNT     PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "REBATE-MNT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-REBATE-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING REBATE MAINTENANCE FILE: "
                       FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-REBATE NOT = "00"
               DISPLAY "ERROR OPENING REBATE FILE: " FS-REBATE
               GO TO END-PROGRAM
           END-IF.
           IF FS-SUPPLIER NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER FILE: " FS-SUPPLIER
               GO TO END-PROGRAM
           END-IF.

           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "REBATE-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " RECEIPTS: " WS-RECEIPT-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           CLOSE MAINT-FILE REBATE-FILE SUPPLIER-FILE ERROR-FILE.
           STOP RUN.

      * The very first maintenance run has no rebate file to open
      * I-O yet: create it, then reopen for update.
       OPEN-REBATE-FILE.
           OPEN I-O REBATE-FILE.
           IF FS-REBATE NOT = "00"
               OPEN OUTPUT REBATE-FILE
               IF FS-REBATE = "00"
                   CLOSE REBATE-FILE
                   OPEN I-O REBATE-FILE
               END-IF
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the file is trusted.
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
           IF RM-SUPPLIER-CODE = SPACES OR RM-AGREEMENT-NO = SPACES
               MOVE "Supplier or agreement number is blank." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN RM-IS-ADD
                       PERFORM ADD-ENTRY THRU END-ADD-ENTRY
                   WHEN RM-IS-CHANGE
                       PERFORM CHANGE-ENTRY THRU END-CHANGE-ENTRY
                   WHEN RM-IS-DELETE
                       PERFORM DELETE-ENTRY THRU END-DELETE-ENTRY
                   WHEN RM-IS-RECEIPT
                       PERFORM RECORD-RECEIPT THRU END-RECORD-RECEIPT
                   WHEN OTHER
                       MOVE "Unknown maintenance action code." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
               END-EVALUATE
           END-IF.

      * The checks add and change share. WS-VALID-FLAG 'N' says the
      * transaction has already been written to the error file.
       VALIDATE-TERMS.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE RM-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "Supplier is not on file." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
           END-READ.
           IF SU-IS-INACTIVE
               MOVE "Supplier is inactive." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           IF RM-BASIS NOT = 'P' AND RM-BASIS NOT = 'U'
               MOVE "Basis must be P or U." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           IF RM-GROUP-CODE NOT = SPACES
               IF NOT GROUP-FILE-IS-OPEN
                   MOVE "No item group file to check group." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
               END-IF
               MOVE RM-GROUP-CODE TO GR-GROUP-CODE
               READ GROUP-FILE
                   INVALID KEY
                       MOVE "Group is not on file." TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TERMS
               END-READ
           END-IF.
           IF RM-START-DATE IS NOT NUMERIC OR RM-START-DATE = 0
                   OR RM-END-DATE IS NOT NUMERIC OR RM-END-DATE = 0
               MOVE "Period dates are not dates." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           IF RM-END-DATE < RM-START-DATE
               MOVE "End date precedes start date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           PERFORM VALIDATE-TIERS THRU END-VALIDATE-TIERS.
       END-VALIDATE-TERMS.
           CONTINUE.

      * A tier is in use when it carries a rate. The first must be;
      * the rest climb in threshold, and once one is unused every
      * tier after it must be unused too.
       VALIDATE-TIERS.
           MOVE 0 TO WS-LAST-THRESHOLD.
           MOVE 'N' TO WS-UNUSED-FLAG.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF RM-TIER-THRESHOLD(WS-TIER-IDX) IS NOT NUMERIC
                       OR RM-TIER-RATE(WS-TIER-IDX) IS NOT NUMERIC
                   MOVE "Tier threshold or rate is not numeric." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TIERS
               END-IF
               IF RM-TIER-RATE(WS-TIER-IDX) = 0
                   IF WS-TIER-IDX = 1
                       MOVE "First tier carries no rate." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TIERS
                   END-IF
                   SET TIER-GAP-SEEN TO TRUE
               ELSE
                   IF TIER-GAP-SEEN
                       MOVE "Tier follows an unused tier." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TIERS
                   END-IF
                   IF WS-TIER-IDX > 1 AND RM-TIER-THRESHOLD(WS-TIER-IDX)
                           NOT > WS-LAST-THRESHOLD
                       MOVE "Tier thresholds must climb." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-TIERS
                   END-IF
                   MOVE RM-TIER-THRESHOLD(WS-TIER-IDX) TO
                           WS-LAST-THRESHOLD
               END-IF
           END-PERFORM.
           SET TERMS-ARE-VALID TO TRUE.
       END-VALIDATE-TIERS.
           CONTINUE.

       MOVE-TERMS-FIELDS.
           MOVE RM-BASIS TO RB-BASIS.
           MOVE RM-GROUP-CODE TO RB-GROUP-CODE.
           MOVE RM-START-DATE TO RB-START-DATE.
           MOVE RM-END-DATE TO RB-END-DATE.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF RM-TIER-RATE(WS-TIER-IDX) = 0
                   MOVE 0 TO RB-TIER-THRESHOLD(WS-TIER-IDX)
                   MOVE 0 TO RB-TIER-RATE(WS-TIER-IDX)
               ELSE
                   MOVE RM-TIER-THRESHOLD(WS-TIER-IDX) TO
                           RB-TIER-THRESHOLD(WS-TIER-IDX)
                   MOVE RM-TIER-RATE(WS-TIER-IDX) TO
                           RB-TIER-RATE(WS-TIER-IDX)
               END-IF
           END-PERFORM.

       ADD-ENTRY.
           PERFORM VALIDATE-TERMS THRU END-VALIDATE-TERMS.
           IF NOT TERMS-ARE-VALID
               GO TO END-ADD-ENTRY
           END-IF.
           MOVE RM-SUPPLIER-CODE TO RB-SUPPLIER-CODE.
           MOVE RM-AGREEMENT-NO TO RB-AGREEMENT-NO.
           PERFORM MOVE-TERMS-FIELDS.
           MOVE 0 TO RB-MEASURED-VOLUME.
           MOVE 0 TO RB-EARNED-AMOUNT.
           MOVE 0 TO RB-ACCRUED-MONTH.
           SET RB-IS-OPEN TO TRUE.
           MOVE 0 TO RB-CLAIM-DATE.
           MOVE 0 TO RB-CLAIM-MONTH.
           MOVE 0 TO RB-CLAIM-AMOUNT.
           MOVE 0 TO RB-RECEIVED-AMOUNT.
           MOVE 0 TO RB-RECEIVED-DATE.
           WRITE RB-RECORD
               INVALID KEY
                   MOVE "Add rejected, agreement already exists." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-ENTRY.
           CONTINUE.

       CHANGE-ENTRY.
           MOVE RM-SUPPLIER-CODE TO RB-SUPPLIER-CODE.
           MOVE RM-AGREEMENT-NO TO RB-AGREEMENT-NO.
           READ REBATE-FILE
               INVALID KEY
                   MOVE "Change rejected, agreement not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-ENTRY
           END-READ.
           IF NOT RB-IS-OPEN
               MOVE "Change rejected, claim already raised." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-ENTRY
           END-IF.
           PERFORM VALIDATE-TERMS THRU END-VALIDATE-TERMS.
           IF NOT TERMS-ARE-VALID
               GO TO END-CHANGE-ENTRY
           END-IF.
           PERFORM MOVE-TERMS-FIELDS.
           REWRITE RB-RECORD
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
           MOVE RM-SUPPLIER-CODE TO RB-SUPPLIER-CODE.
           MOVE RM-AGREEMENT-NO TO RB-AGREEMENT-NO.
           READ REBATE-FILE
               INVALID KEY
                   MOVE "Delete rejected, agreement not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-ENTRY
           END-READ.
           IF NOT RB-IS-OPEN OR RB-EARNED-AMOUNT NOT = 0
               MOVE "Delete rejected, rebate already accrued." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-DELETE-ENTRY
           END-IF.
           DELETE REBATE-FILE
               INVALID KEY
                   MOVE "Delete rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       END-DELETE-ENTRY.
           CONTINUE.

      * Money in from the supplier against a claim. Overpayment is
      * taken as it comes -- the claim simply settles.
       RECORD-RECEIPT.
           MOVE RM-SUPPLIER-CODE TO RB-SUPPLIER-CODE.
           MOVE RM-AGREEMENT-NO TO RB-AGREEMENT-NO.
           READ REBATE-FILE
               INVALID KEY
                   MOVE "Receipt rejected, agreement not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-RECORD-RECEIPT
           END-READ.
           IF RB-IS-OPEN
               MOVE "Receipt rejected, no claim raised yet." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RECORD-RECEIPT
           END-IF.
           IF RM-RECEIVED-AMOUNT IS NOT NUMERIC
                   OR RM-RECEIVED-AMOUNT = 0
               MOVE "Receipt carries no amount." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-RECORD-RECEIPT
           END-IF.
           ADD RM-RECEIVED-AMOUNT TO RB-RECEIVED-AMOUNT.
           MOVE WS-PROC-DATE TO RB-RECEIVED-DATE.
           IF RB-RECEIVED-AMOUNT >= RB-CLAIM-AMOUNT
               SET RB-IS-SETTLED TO TRUE
           END-IF.
           REWRITE RB-RECORD
               INVALID KEY
                   MOVE "Receipt rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-RECEIPT-COUNT
           END-REWRITE.
       END-RECORD-RECEIPT.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM REBATE-MAINT.
