       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the purchase-order file, in the
      * style of SUPP_MAINT. Reads cancel and close-short
      * transactions against PO numbers raised by PO_RAISE:
      *   'X' cancel      - the whole PO, only while nothing has been
      *                     received against it (status open)
      *   'C' close short - an open or partly-received PO the
      *                     supplier will not complete; what has
      *                     arrived stands, the rest is given up
      * Either way the header and every open line take the new
      * status, and whatever the PO still had outstanding is
      * released from the on-order file, rewritten in full to
      * ON_ORDER.NEW (the retained-file convention PO_SUGGEST and
      * GOODS_RECEIPT follow) -- so the low-stock netting stops
      * counting on stock that is never coming. Each transaction
      * names the operator, who must hold purchase-order authority
      * on the operator file (OPER_CHECK 'P').
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT NEW-ON-ORDER-FILE ASSIGN TO DSN-NEW-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-ON-ORDER.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  PM-ACTION            PIC X.
               88  PM-IS-CANCEL     VALUE 'X'.
               88  PM-IS-CLOSE      VALUE 'C'.
           05  PM-PO-NUMBER         PIC 9(8).
           05  PM-OPERATOR          PIC X(8).

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(17).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

      * Rewritten commitments, raw images of the on-order layout --
      * the same one-FD-copies-another technique GEN_BACKUP uses.
       FD  NEW-ON-ORDER-FILE.
       01  NEW-ON-ORDER-RECORD      PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-ERROR             PIC X(2).
           05  FS-ON-ORDER          PIC X(2).
           05  FS-NEW-ON-ORDER      PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(32)
              VALUE "data/master_update/PO_MAINT.DAT".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-ERROR         PIC X(36)
              VALUE "data/master_update/PO_MAINT_ERR.LST".
           05 DSN-ON-ORDER      PIC X(31)
              VALUE "data/master_update/ON_ORDER.DAT".
           05 DSN-NEW-ON-ORDER  PIC X(31)
              VALUE "data/master_update/ON_ORDER.NEW".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-ON-ORDER-EOF-FLAG     PIC X VALUE 'N'.
           88  IS-ON-ORDER-EOF      VALUE 'Y'.
      * Set when ON_ORDER.DAT held more commitments than the table
      * -- the rewrite is then refused outright rather than writing
      * ON_ORDER.NEW from a partial table.
       01  WS-OO-OVFL-FLAG          PIC X VALUE 'N'.
           88  ON-ORDER-OVERFLOWED  VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-OPER-FUNCTION         PIC X VALUE 'P'.
       01  WS-OPER-ALLOWED          PIC X.
       01  WS-NEW-STATUS            PIC X.
       01  WS-LINE-NO               PIC 9(3).
       01  WS-LINE-COUNT            PIC 9(3).

      * Outstanding commitments, loaded up front; those of a PO
      * cancelled or closed tonight are zeroed and dropped on the
      * rewrite.
       01  WS-ON-ORDER-TABLE.
           05  WS-OO-COUNT          PIC 9(4) VALUE 0.
           05  WS-OO-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-OO-IDX.
               10  WS-OO-ITEM-CODE  PIC X(8).
               10  WS-OO-QTY        PIC 9(5).
               10  WS-OO-PO-REF     PIC X(10).
               10  WS-OO-DATE       PIC 9(8).
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-PO-REF                PIC X(10).

      * Output image for the rewritten commitment file.
       01  WS-ON-ORDER-OUT.
           05  WS-OUT-ITEM-CODE     PIC X(8).
           05  WS-OUT-QTY           PIC 9(5).
           05  WS-OUT-PO-REF        PIC X(10).
           05  WS-OUT-DATE          PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-CANCEL-COUNT      PIC 9(7) VALUE 0.
           05  WS-CLOSE-COUNT       PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ON-ORDER-TABLE THRU END-LOAD-ON-ORDER.
           OPEN INPUT MAINT-FILE.
           OPEN I-O PO-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-PO NOT = "00"
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE: " FS-PO
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
                           THRU END-PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           PERFORM REWRITE-ON-ORDER-FILE THRU END-REWRITE-ON-ORDER.

           DISPLAY "PO-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " CANCELLED: " WS-CANCEL-COUNT
                   " CLOSED SHORT: " WS-CLOSE-COUNT
                   " COMMITMENTS RELEASED: " WS-RELEASED-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE PO-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected transaction count exceeded WS-ERROR-THRESHOLD.
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
           IF NOT PM-IS-CANCEL AND NOT PM-IS-CLOSE
               MOVE "Unknown maintenance action code." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.
           CALL "OPER_CHECK" USING PM-OPERATOR, WS-OPER-FUNCTION,
                   WS-OPER-ALLOWED.
           IF WS-OPER-ALLOWED NOT = 'Y'
               MOVE "Operator not authorized for POs." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.

           MOVE PM-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "Rejected, purchase order not found." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-PROCESS-TRANSACTION
           END-READ.

           IF PM-IS-CANCEL AND NOT PO-IS-OPEN
               MOVE "Cancel rejected, PO not open." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.
           IF PM-IS-CLOSE AND NOT PO-IS-RECEIVABLE
               MOVE "Close rejected, PO already closed." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.

           IF PM-IS-CANCEL
               MOVE 'X' TO WS-NEW-STATUS
           ELSE
               MOVE 'C' TO WS-NEW-STATUS
           END-IF.
           MOVE WS-NEW-STATUS TO PO-STATUS.
           MOVE WS-RUN-DATE TO PO-STATUS-DATE.
           MOVE PO-LINE-COUNT TO WS-LINE-COUNT.
           REWRITE PO-RECORD
               INVALID KEY
                   MOVE "Rejected, header rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-PROCESS-TRANSACTION
           END-REWRITE.

           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > WS-LINE-COUNT
               PERFORM SET-LINE-STATUS
           END-PERFORM.
           PERFORM RELEASE-PO-COMMITMENTS.

           IF PM-IS-CANCEL
               ADD 1 TO WS-CANCEL-COUNT
           ELSE
               ADD 1 TO WS-CLOSE-COUNT
           END-IF.
       END-PROCESS-TRANSACTION.
           CONTINUE.

      * Lines already received in full keep their closed status.
       SET-LINE-STATUS.
           MOVE PM-PO-NUMBER TO PO-NUMBER.
           MOVE WS-LINE-NO TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POL-IS-OPEN
                       MOVE WS-NEW-STATUS TO POL-LINE-STATUS
                       REWRITE PO-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       RELEASE-PO-COMMITMENTS.
           MOVE SPACES TO WS-PO-REF.
           MOVE PM-PO-NUMBER TO WS-PO-REF(1:8).
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OO-COUNT
               IF WS-OO-PO-REF(WS-SEARCH-IDX) = WS-PO-REF
                       AND WS-OO-QTY(WS-SEARCH-IDX) > 0
                   MOVE 0 TO WS-OO-QTY(WS-SEARCH-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-PERFORM.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

      * A missing on-order file just means nothing is outstanding --
      * the safe default, same as ARCHIVE_HIST's missing cutoff file.
       LOAD-ON-ORDER-TABLE.
           OPEN INPUT ON-ORDER-FILE.
           IF FS-ON-ORDER NOT = "00"
               GO TO END-LOAD-ON-ORDER
           END-IF.
           PERFORM UNTIL IS-ON-ORDER-EOF
               READ ON-ORDER-FILE
                   AT END
                       SET IS-ON-ORDER-EOF TO TRUE
                   NOT AT END
                       IF WS-OO-COUNT < 500
                           ADD 1 TO WS-OO-COUNT
                           MOVE OO-ITEM-CODE TO
                                   WS-OO-ITEM-CODE(WS-OO-COUNT)
                           MOVE OO-ON-ORDER-QTY TO
                                   WS-OO-QTY(WS-OO-COUNT)
                           MOVE OO-PO-REF TO
                                   WS-OO-PO-REF(WS-OO-COUNT)
                           MOVE OO-ORDER-DATE TO
                                   WS-OO-DATE(WS-OO-COUNT)
                       ELSE
                           SET ON-ORDER-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
       END-LOAD-ON-ORDER.
           CONTINUE.

      * Released entries (quantity zeroed) are dropped on the
      * rewrite. With an overflowed load no ON_ORDER.NEW is produced
      * at all -- the old file stands.
       REWRITE-ON-ORDER-FILE.
           IF ON-ORDER-OVERFLOWED
               DISPLAY "ALERT: ON-ORDER FILE EXCEEDS THE COMMITMENT "
                       "TABLE -- ON_ORDER.NEW NOT PRODUCED, OLD "
                       "FILE STANDS."
               MOVE 8 TO RETURN-CODE
               GO TO END-REWRITE-ON-ORDER
           END-IF.
           OPEN OUTPUT NEW-ON-ORDER-FILE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OO-COUNT
               IF WS-OO-QTY(WS-SEARCH-IDX) > 0
                   MOVE WS-OO-ITEM-CODE(WS-SEARCH-IDX)
                           TO WS-OUT-ITEM-CODE
                   MOVE WS-OO-QTY(WS-SEARCH-IDX) TO WS-OUT-QTY
                   MOVE WS-OO-PO-REF(WS-SEARCH-IDX) TO WS-OUT-PO-REF
                   MOVE WS-OO-DATE(WS-SEARCH-IDX) TO WS-OUT-DATE
                   WRITE NEW-ON-ORDER-RECORD FROM WS-ON-ORDER-OUT
               END-IF
           END-PERFORM.
           CLOSE NEW-ON-ORDER-FILE.
       END-REWRITE-ON-ORDER.
           CONTINUE.

       END PROGRAM PO-MAINT.
