       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACK-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the purchase units file
      * (PACK_SIZE.IDX, PACKREC.CPY). Reads add/change/remove
      * transactions from a sequential transaction file and applies
      * each one to the indexed file, one record per item and
      * supplier. The item must be on the item master and the
      * supplier on the supplier master; the case pack is the number
      * of selling units in one purchase unit and may not be zero.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT PACK-FILE ASSIGN TO DSN-PACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS FS-PACK.
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
           05  PM-ACTION            PIC X.
               88  PM-IS-ADD        VALUE 'A'.
               88  PM-IS-CHANGE     VALUE 'C'.
               88  PM-IS-DELETE     VALUE 'X'.
           05  PM-ITEM-CODE         PIC X(8).
           05  PM-SUPPLIER-CODE     PIC X(4).
           05  PM-PURCH-UOM         PIC X(4).
           05  PM-CASE-PACK         PIC 9(4).

       FD  PACK-FILE.
           COPY "PACKREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(21).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-PACK              PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(34)
              VALUE "data/master_update/PACK_MAINT.DAT".
           05 DSN-PACK          PIC X(32)
              VALUE "data/master_update/PACK_SIZE.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ERROR         PIC X(38)
              VALUE "data/master_update/PACK_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "PACK-MAINT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT ERROR-FILE.
      * The record area starts low-value, not spaces -- cleared once
      * so the FILLER separators print as the blanks they declare.
           MOVE SPACES TO ERROR-RECORD.
           OPEN I-O PACK-FILE.
           IF FS-PACK NOT = "00"
      * No purchase units yet: create the file, then reopen it.
               OPEN OUTPUT PACK-FILE
               IF FS-PACK = "00"
                   CLOSE PACK-FILE
                   OPEN I-O PACK-FILE
               END-IF
           END-IF.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING PACK MAINTENANCE FILE: "
                       FS-MAINT
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
           IF FS-PACK NOT = "00"
               DISPLAY "ERROR OPENING PACK FILE: " FS-PACK
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

           DISPLAY "PACK-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " REMOVED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE PACK-FILE ITEM-MASTER-FILE SUPPLIER-FILE
                 ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance,
      * 8 the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the purchase units
      * are trusted.
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
           EVALUATE TRUE
               WHEN PM-IS-ADD
                   PERFORM ADD-PACK THRU END-ADD-PACK
               WHEN PM-IS-CHANGE
                   PERFORM CHANGE-PACK THRU END-CHANGE-PACK
               WHEN PM-IS-DELETE
                   PERFORM DELETE-PACK THRU END-DELETE-PACK
               WHEN OTHER
                   MOVE "Unknown pack maintenance action code." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
           END-EVALUATE.

       ADD-PACK.
           IF PM-CASE-PACK IS NOT NUMERIC OR PM-CASE-PACK = 0
                   OR PM-PURCH-UOM = SPACES
               MOVE "Add rejected, bad purchase unit or pack." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-PACK
           END-IF.
           MOVE PM-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, item not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-PACK
           END-READ.
           MOVE PM-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "Add rejected, supplier not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-PACK
           END-READ.
           MOVE PM-ITEM-CODE TO PK-ITEM-CODE.
           MOVE PM-SUPPLIER-CODE TO PK-SUPPLIER-CODE.
           MOVE PM-PURCH-UOM TO PK-PURCH-UOM.
           MOVE PM-CASE-PACK TO PK-CASE-PACK.
           WRITE PK-RECORD
               INVALID KEY
                   MOVE "Add rejected, pack already on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-PACK.
           CONTINUE.

       CHANGE-PACK.
           IF PM-CASE-PACK IS NOT NUMERIC OR PM-CASE-PACK = 0
                   OR PM-PURCH-UOM = SPACES
               MOVE "Change rejected, bad purchase unit/pack." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-PACK
           END-IF.
           MOVE PM-ITEM-CODE TO PK-ITEM-CODE.
           MOVE PM-SUPPLIER-CODE TO PK-SUPPLIER-CODE.
           READ PACK-FILE
               INVALID KEY
                   MOVE "Change rejected, pack not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-PACK
           END-READ.
           MOVE PM-PURCH-UOM TO PK-PURCH-UOM.
           MOVE PM-CASE-PACK TO PK-CASE-PACK.
           REWRITE PK-RECORD
               INVALID KEY
                   MOVE "Change rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       END-CHANGE-PACK.
           CONTINUE.

      * Removing the record leaves the supplier selling the item
      * singly again.
       DELETE-PACK.
           MOVE PM-ITEM-CODE TO PK-ITEM-CODE.
           MOVE PM-SUPPLIER-CODE TO PK-SUPPLIER-CODE.
           READ PACK-FILE
               INVALID KEY
                   MOVE "Remove rejected, pack not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-PACK
           END-READ.
           DELETE PACK-FILE
               INVALID KEY
                   MOVE "Remove rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       END-DELETE-PACK.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM PACK-MAINT.
