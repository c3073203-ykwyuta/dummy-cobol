       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the supplier catalogue, in the style
      * of SUPP_MAINT. Reads add/change/delete transactions from a
      * sequential transaction file and applies each one to the
      * indexed catalogue (SUPP_CATALOG.IDX, SUPPCAT.CPY). An entry
      * is one supplier's quote for one item from an effective date:
      * the supplier's own product code, the quoted cost and the
      * supplier's ranking for the item. A new price is added as a
      * new entry with its own effective date; a change corrects an
      * entry already on file, and a delete withdraws one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT CATALOG-FILE ASSIGN TO DSN-CATALOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS FS-CATALOG.
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
           05  CM-EFFECTIVE-DATE    PIC 9(8).
           05  CM-SUPP-PRODUCT      PIC X(15).
           05  CM-QUOTED-COST       PIC 9(7)V99.
           05  CM-RANK              PIC 9.

       FD  CATALOG-FILE.
           COPY "SUPPCAT.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(46).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-CATALOG           PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(32)
              VALUE "data/master_update/CAT_MAINT.DAT".
           05 DSN-CATALOG       PIC X(35)
              VALUE "data/master_update/SUPP_CATALOG.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ERROR         PIC X(36)
              VALUE "data/master_update/CAT_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-CATALOG-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-CATALOG NOT = "00"
               DISPLAY "ERROR OPENING CATALOGUE FILE: " FS-CATALOG
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

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "CAT-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE CATALOG-FILE ITEM-MASTER-FILE
                 SUPPLIER-FILE ERROR-FILE.
           STOP RUN.

      * The very first maintenance run has no catalogue to open I-O
      * yet, so fall back to creating it -- the same missing-file
      * treatment SUPP_MAINT gives the supplier master.
       OPEN-CATALOG-FILE.
           OPEN I-O CATALOG-FILE.
           IF FS-CATALOG NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the catalogue is
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
           END-EVALUATE.

       ADD-ENTRY.
           IF CM-EFFECTIVE-DATE IS NOT NUMERIC
                   OR CM-EFFECTIVE-DATE = 0
               MOVE "Add rejected, no effective date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-ENTRY
           END-IF.
           IF CM-QUOTED-COST IS NOT NUMERIC OR CM-QUOTED-COST = 0
               MOVE "Add rejected, no quoted cost." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-ENTRY
           END-IF.
           IF CM-RANK IS NOT NUMERIC OR CM-RANK = 0
               MOVE "Add rejected, ranking must be 1 to 9." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-ENTRY
           END-IF.
           MOVE CM-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, item not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-ENTRY
           END-READ.
           MOVE CM-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "Add rejected, supplier not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-ENTRY
           END-READ.

           MOVE CM-ITEM-CODE TO SC-ITEM-CODE.
           MOVE CM-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE CM-EFFECTIVE-DATE TO SC-EFFECTIVE-DATE.
           MOVE CM-SUPP-PRODUCT TO SC-SUPP-PRODUCT.
           MOVE CM-QUOTED-COST TO SC-QUOTED-COST.
           MOVE CM-RANK TO SC-RANK.

           WRITE SC-RECORD
               INVALID KEY
                   MOVE "Add rejected, entry already exists." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-ENTRY.
           CONTINUE.

      * Blank or zero fields leave the entry's value alone, as
      * SUPP_MAINT's change does.
       CHANGE-ENTRY.
           MOVE CM-ITEM-CODE TO SC-ITEM-CODE.
           MOVE CM-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE CM-EFFECTIVE-DATE TO SC-EFFECTIVE-DATE.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "Change rejected, entry not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-ENTRY
           END-READ.

           IF CM-SUPP-PRODUCT NOT = SPACES
               MOVE CM-SUPP-PRODUCT TO SC-SUPP-PRODUCT
           END-IF.
           IF CM-QUOTED-COST IS NUMERIC AND CM-QUOTED-COST NOT = 0
               MOVE CM-QUOTED-COST TO SC-QUOTED-COST
           END-IF.
           IF CM-RANK IS NUMERIC AND CM-RANK NOT = 0
               MOVE CM-RANK TO SC-RANK
           END-IF.

           REWRITE SC-RECORD
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
           MOVE CM-ITEM-CODE TO SC-ITEM-CODE.
           MOVE CM-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE CM-EFFECTIVE-DATE TO SC-EFFECTIVE-DATE.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "Delete rejected, entry not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-ENTRY
           END-READ.

           DELETE CATALOG-FILE
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

       END PROGRAM CAT-MAINT.
