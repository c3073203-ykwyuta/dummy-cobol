       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIN-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the bin-location file
      * (BIN_LOCATION.IDX, BINREC.CPY), in the style of PACK_MAINT.
      * Reads add/change/remove transactions from a sequential
      * transaction file and applies each one to the indexed file,
      * one record per store and item. The store must be on the
      * store master and the item on the item master; a location
      * needs at least its aisle and bay (the shelf may be left
      * blank for floor-standing stock). PICK_LIST's no-bin listing
      * is the worklist this file is completed from.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT BIN-FILE ASSIGN TO DSN-BIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS FS-BIN.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  BM-ACTION            PIC X.
               88  BM-IS-ADD        VALUE 'A'.
               88  BM-IS-CHANGE     VALUE 'C'.
               88  BM-IS-DELETE     VALUE 'X'.
           05  BM-STORE-CODE        PIC X(4).
           05  BM-ITEM-CODE         PIC X(8).
           05  BM-AISLE             PIC X(3).
           05  BM-BAY               PIC X(3).
           05  BM-SHELF             PIC X(2).

       FD  BIN-FILE.
           COPY "BINREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(21).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-BIN               PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(32)
              VALUE "data/master_update/BIN_MAINT.DAT".
           05 DSN-BIN           PIC X(35)
              VALUE "data/master_update/BIN_LOCATION.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-ERROR         PIC X(36)
              VALUE "data/master_update/BIN_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "BIN-MAINT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT STORE-MASTER-FILE.
           OPEN OUTPUT ERROR-FILE.
      * The record area starts low-value, not spaces -- cleared once
      * so the FILLER separators print as the blanks they declare.
           MOVE SPACES TO ERROR-RECORD.
           OPEN I-O BIN-FILE.
           IF FS-BIN NOT = "00"
      * No locations yet: create the file, then reopen it.
               OPEN OUTPUT BIN-FILE
               IF FS-BIN = "00"
                   CLOSE BIN-FILE
                   OPEN I-O BIN-FILE
               END-IF
           END-IF.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING BIN MAINTENANCE FILE: "
                       FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           IF FS-STORE NOT = "00"
               DISPLAY "ERROR OPENING STORE MASTER FILE: " FS-STORE
               GO TO END-PROGRAM
           END-IF.
           IF FS-BIN NOT = "00"
               DISPLAY "ERROR OPENING BIN LOCATION FILE: " FS-BIN
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

           DISPLAY "BIN-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " REMOVED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE BIN-FILE ITEM-MASTER-FILE
                 STORE-MASTER-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance,
      * 8 the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the locations are
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
           EVALUATE TRUE
               WHEN BM-IS-ADD
                   PERFORM ADD-BIN THRU END-ADD-BIN
               WHEN BM-IS-CHANGE
                   PERFORM CHANGE-BIN THRU END-CHANGE-BIN
               WHEN BM-IS-DELETE
                   PERFORM DELETE-BIN THRU END-DELETE-BIN
               WHEN OTHER
                   MOVE "Unknown bin maintenance action code." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
           END-EVALUATE.

       ADD-BIN.
           IF BM-AISLE = SPACES OR BM-BAY = SPACES
               MOVE "Add rejected, aisle and bay required." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-BIN
           END-IF.
           MOVE BM-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, store not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-BIN
           END-READ.
           MOVE BM-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, item not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-BIN
           END-READ.
           MOVE BM-STORE-CODE TO BN-STORE-CODE.
           MOVE BM-ITEM-CODE TO BN-ITEM-CODE.
           MOVE BM-AISLE TO BN-AISLE.
           MOVE BM-BAY TO BN-BAY.
           MOVE BM-SHELF TO BN-SHELF.
           WRITE BN-RECORD
               INVALID KEY
                   MOVE "Add rejected, bin already on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-BIN.
           CONTINUE.

      * A move to another bin -- the whole location is rekeyed.
       CHANGE-BIN.
           IF BM-AISLE = SPACES OR BM-BAY = SPACES
               MOVE "Change rejected, aisle and bay required." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-BIN
           END-IF.
           MOVE BM-STORE-CODE TO BN-STORE-CODE.
           MOVE BM-ITEM-CODE TO BN-ITEM-CODE.
           READ BIN-FILE
               INVALID KEY
                   MOVE "Change rejected, bin not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-BIN
           END-READ.
           MOVE BM-AISLE TO BN-AISLE.
           MOVE BM-BAY TO BN-BAY.
           MOVE BM-SHELF TO BN-SHELF.
           REWRITE BN-RECORD
               INVALID KEY
                   MOVE "Change rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       END-CHANGE-BIN.
           CONTINUE.

      * Removing the record sends the item back onto PICK_LIST's
      * no-bin listing for the store.
       DELETE-BIN.
           MOVE BM-STORE-CODE TO BN-STORE-CODE.
           MOVE BM-ITEM-CODE TO BN-ITEM-CODE.
           READ BIN-FILE
               INVALID KEY
                   MOVE "Remove rejected, bin not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-BIN
           END-READ.
           DELETE BIN-FILE
               INVALID KEY
                   MOVE "Remove rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       END-DELETE-BIN.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM BIN-MAINT.
