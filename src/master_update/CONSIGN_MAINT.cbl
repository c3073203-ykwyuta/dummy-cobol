       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the consignment item file
      * (CONSIGN_ITEM.IDX, CONSREC.CPY), in the style of
      * CONTRACT_MAINT. Reads add/change/delete transactions from a
      * sequential transaction file and applies each one to the
      * indexed file. An entry puts one item on consignment from one
      * supplier at an agreed cost per unit sold; from then on
      * INV_UPDATE moves the item's receipts and sales on the
      * consignment balance rather than our own stock. The item must
      * be an active item on the master, the supplier an active
      * supplier, and the agreed cost more than zero. An item still
      * holding stock of our own cannot be put on consignment -- the
      * two would be mixed on the shelf with no way to tell whose
      * was sold -- so it has to be sold through or counted out
      * first. The supplier cannot be changed, and the entry cannot
      * be deleted, while the supplier's stock is still held; the
      * agreed cost can be changed at any time and applies to sales
      * from then on.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT CONSIGN-FILE ASSIGN TO DSN-CONSIGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ITEM-CODE
               FILE STATUS IS FS-CONSIGN.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  CM-ACTION            PIC X.
               88  CM-IS-ADD        VALUE 'A'.
               88  CM-IS-CHANGE     VALUE 'C'.
               88  CM-IS-DELETE     VALUE 'D'.
           05  CM-ITEM-CODE         PIC X(8).
           05  CM-SUPPLIER-CODE     PIC X(4).
           05  CM-AGREED-COST       PIC 9(7)V99.

       FD  CONSIGN-FILE.
           COPY "CONSREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(22).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-CONSIGN           PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(36)
              VALUE "data/master_update/CONSIGN_MAINT.DAT".
           05 DSN-CONSIGN       PIC X(35)
              VALUE "data/master_update/CONSIGN_ITEM.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ERROR         PIC X(40)
              VALUE "data/master_update/CONSIGN_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  TERMS-ARE-VALID      VALUE 'Y'.

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "CONSIGN-MNT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-CONSIGN-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING CONSIGNMENT MAINTENANCE FILE: "
                       FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-CONSIGN NOT = "00"
               DISPLAY "ERROR OPENING CONSIGNMENT FILE: " FS-CONSIGN
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
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

           DISPLAY "CONSIGN-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE CONSIGN-FILE ITEM-MASTER-FILE
                 SUPPLIER-FILE ERROR-FILE.
           STOP RUN.

      * The very first maintenance run has no consignment file to
      * open I-O yet: create it, then reopen for update.
       OPEN-CONSIGN-FILE.
           OPEN I-O CONSIGN-FILE.
           IF FS-CONSIGN NOT = "00"
               OPEN OUTPUT CONSIGN-FILE
               IF FS-CONSIGN = "00"
                   CLOSE CONSIGN-FILE
                   OPEN I-O CONSIGN-FILE
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
           IF CM-ITEM-CODE = SPACES
               MOVE "Item code is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN CM-IS-ADD
                       PERFORM ADD-ENTRY THRU END-ADD-ENTRY
                   WHEN CM-IS-CHANGE
                       PERFORM CHANGE-ENTRY THRU END-CHANGE-ENTRY
                   WHEN CM-IS-DELETE
                       PERFORM DELETE-ENTRY THRU END-DELETE-ENTRY
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
           MOVE CM-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Item is not on the master." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-VALIDATE-TERMS
           END-READ.
           IF IM-IS-INACTIVE
               MOVE "Item is inactive." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           MOVE CM-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
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
           IF CM-AGREED-COST IS NOT NUMERIC OR CM-AGREED-COST = 0
               MOVE "Agreed cost must be more than zero." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-TERMS
           END-IF.
           SET TERMS-ARE-VALID TO TRUE.
       END-VALIDATE-TERMS.
           CONTINUE.

       ADD-ENTRY.
           PERFORM VALIDATE-TERMS THRU END-VALIDATE-TERMS.
           IF NOT TERMS-ARE-VALID
               GO TO END-ADD-ENTRY
           END-IF.
           IF IM-STOCK-QTY NOT = 0 OR IM-DAMAGED-QTY NOT = 0
               MOVE "Item still holds stock of our own." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-ENTRY
           END-IF.
           MOVE CM-ITEM-CODE TO CN-ITEM-CODE.
           MOVE CM-SUPPLIER-CODE TO CN-SUPPLIER-CODE.
           MOVE CM-AGREED-COST TO CN-AGREED-COST.
           MOVE 0 TO CN-CONSIGN-QTY.
           MOVE WS-PROC-DATE TO CN-START-DATE.
           WRITE CN-RECORD
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
           MOVE CM-ITEM-CODE TO CN-ITEM-CODE.
           READ CONSIGN-FILE
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
           IF CM-SUPPLIER-CODE NOT = CN-SUPPLIER-CODE
                   AND CN-CONSIGN-QTY NOT = 0
               MOVE "Supplier's stock is still held." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-ENTRY
           END-IF.
           MOVE CM-SUPPLIER-CODE TO CN-SUPPLIER-CODE.
           MOVE CM-AGREED-COST TO CN-AGREED-COST.
           REWRITE CN-RECORD
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
           MOVE CM-ITEM-CODE TO CN-ITEM-CODE.
           READ CONSIGN-FILE
               INVALID KEY
                   MOVE "Delete rejected, entry not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-ENTRY
           END-READ.
           IF CN-CONSIGN-QTY NOT = 0
               MOVE "Supplier's stock is still held." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-DELETE-ENTRY
           END-IF.
           DELETE CONSIGN-FILE
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

       END PROGRAM CONSIGN-MAINT.
