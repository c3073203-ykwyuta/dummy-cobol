       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RAISE.
       AUTHOR. Jules.
      *
      * Turns approved suggestions into numbered purchase orders.
      * Reads tonight's SUGGEST_PO.DAT from PO_SUGGEST and the
      * buyer's decision file (supplier, item or blank for the
      * whole supplier group, approve or reject, approver, and an
      * optional amended quantity), checks each approver against
      * the operator authority file through OPER_CHECK ('P'), and
      * raises one purchase order per supplier on PURCH_ORDER.IDX:
      * a header (line 000) plus one numbered line per approved
      * item, status open, numbered on from the highest PO already
      * on file. PO_PRINT prints the documents for the supplier.
      *
      * The on-order file is rewritten to ON_ORDER.NEW (the retained
      * file convention PO_SUGGEST and GOODS_RECEIPT follow): every
      * "SUGGESTED" commitment is released, and each PO line raised
      * goes back on as a commitment carrying its PO number, which
      * is what GOODS_RECEIPT relieves when the delivery is booked.
      * A rejected or undecided suggestion therefore drops off the
      * on-order file, and PO_SUGGEST proposes it again tomorrow if
      * the item is still short. No decision file at all means
      * nothing is raised and the on-order file is left alone.
      * Each line carries the supplier's purchase unit and case pack
      * from the suggestion; a buyer's amended quantity is rounded
      * up to whole cases the same way PO_SUGGEST rounds its own.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGGEST-FILE ASSIGN TO DSN-SUGGEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUGGEST.
           SELECT DECISION-FILE ASSIGN TO DSN-DECISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECISION.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT NEW-ON-ORDER-FILE ASSIGN TO DSN-NEW-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-ON-ORDER.

       DATA DIVISION.
       FILE SECTION.
       FD  SUGGEST-FILE.
           COPY "SUGGREC.CPY".

      * One card per decision. A blank item decides every
      * suggestion of the supplier at once; an item card decides
      * that line alone and may amend its quantity (zero keeps the
      * suggested quantity). The last card for a line wins.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DC-SUPPLIER-CODE     PIC X(4).
           05  DC-ITEM-CODE         PIC X(8).
           05  DC-DECISION          PIC X.
               88  DC-IS-APPROVE    VALUE 'A'.
               88  DC-IS-REJECT     VALUE 'R'.
           05  DC-APPROVER          PIC X(8).
           05  DC-ORDER-QTY         PIC 9(5).

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

      * Rewritten commitments, raw images of the on-order layout --
      * the same one-FD-copies-another technique GEN_BACKUP uses.
       FD  NEW-ON-ORDER-FILE.
       01  NEW-ON-ORDER-RECORD      PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-SUGGEST           PIC X(2).
           05  FS-DECISION          PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ON-ORDER          PIC X(2).
           05  FS-NEW-ON-ORDER      PIC X(2).

       01  DSN-FIELDS.
           05 DSN-SUGGEST       PIC X(33)
              VALUE "data/master_update/SUGGEST_PO.DAT".
           05 DSN-DECISION      PIC X(34)
              VALUE "data/master_update/PO_DECISION.DAT".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ON-ORDER      PIC X(31)
              VALUE "data/master_update/ON_ORDER.DAT".
           05 DSN-NEW-ON-ORDER  PIC X(31)
              VALUE "data/master_update/ON_ORDER.NEW".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/PO_RAISE.LST".

      * The listing is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "PURCHASE ORDERS RAISED".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "PO NO    SUPP ITEM       QTY        COST  DISPOSITION".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-DECISION-EOF-FLAG     PIC X VALUE 'N'.
           88  IS-DECISION-EOF      VALUE 'Y'.
       01  WS-PO-EOF-FLAG           PIC X VALUE 'N'.
           88  IS-PO-EOF            VALUE 'Y'.
       01  WS-ON-ORDER-EOF-FLAG     PIC X VALUE 'N'.
           88  IS-ON-ORDER-EOF      VALUE 'Y'.
      * Whether the supplier file opened -- a separate flag, because
      * FS-SUPPLIER is overwritten by every keyed read.
       01  WS-SUPP-OPEN-FLAG        PIC X VALUE 'N'.
           88  SUPPLIER-IS-OPEN     VALUE 'Y'.
       01  WS-PO-OPEN-FLAG          PIC X VALUE 'N'.
           88  PO-FILE-IS-OPEN      VALUE 'Y'.
      * Set when ON_ORDER.DAT held more commitments than the table
      * -- the rewrite is then refused outright rather than writing
      * ON_ORDER.NEW from a partial table.
       01  WS-OO-OVFL-FLAG          PIC X VALUE 'N'.
           88  ON-ORDER-OVERFLOWED  VALUE 'Y'.
       01  WS-SUPP-OK-FLAG          PIC X VALUE 'N'.
           88  SUPPLIER-CAN-ORDER   VALUE 'Y'.
       01  WS-MATCHED-FLAG          PIC X VALUE 'N'.
           88  DECISION-MATCHED     VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-OPER-FUNCTION         PIC X VALUE 'P'.
       01  WS-OPER-ALLOWED          PIC X.

      * Tonight's suggestions with the decision reached on each --
      * the same load-up-front table technique PO_SUGGEST uses.
       01  WS-SUGGEST-TABLE.
           05  WS-SG-COUNT          PIC 9(4) VALUE 0.
           05  WS-SG-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-SG-IDX.
               10  WS-SG-ITEM       PIC X(8).
               10  WS-SG-SUPPLIER   PIC X(4).
               10  WS-SG-QTY        PIC 9(5).
               10  WS-SG-UNIT-COST  PIC 9(7)V99.
               10  WS-SG-DECISION   PIC X.
               10  WS-SG-APPROVER   PIC X(8).
               10  WS-SG-RAISED-FLAG PIC X.
               10  WS-SG-PO-NUMBER  PIC X(8).
               10  WS-SG-PURCH-UOM  PIC X(4).
               10  WS-SG-CASE-PACK  PIC 9(4).
       01  WS-SG-SCAN-IDX           PIC 9(4).
       01  WS-SG-LINE-IDX           PIC 9(4).
       01  WS-CASES                 PIC 9(5).
       01  WS-ROUNDED-QTY           PIC 9(5).

      * Outstanding commitments, loaded up front and rebuilt with
      * the PO lines raised tonight.
       01  WS-ON-ORDER-TABLE.
           05  WS-OO-COUNT          PIC 9(4) VALUE 0.
           05  WS-OO-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-OO-IDX.
               10  WS-OO-ITEM-CODE  PIC X(8).
               10  WS-OO-QTY        PIC 9(5).
               10  WS-OO-PO-REF     PIC X(10).
               10  WS-OO-DATE       PIC 9(8).
       01  WS-SEARCH-IDX            PIC 9(4).

      * Output image for the rewritten commitment file.
       01  WS-ON-ORDER-OUT.
           05  WS-OUT-ITEM-CODE     PIC X(8).
           05  WS-OUT-QTY           PIC 9(5).
           05  WS-OUT-PO-REF        PIC X(10).
           05  WS-OUT-DATE          PIC 9(8).

       01  WS-LAST-PO-NUMBER        PIC 9(8) VALUE 0.
       01  WS-THIS-SUPPLIER         PIC X(4).
       01  WS-THIS-APPROVER         PIC X(8).
       01  WS-THIS-LINE-NO          PIC 9(3).
       01  WS-THIS-TOTAL            PIC 9(9)V99.
       01  WS-LINE-COST             PIC 9(9)V99.
       01  WS-DISPOSITION           PIC X(40).

       01  WS-CONTROL-COUNTS.
           05  WS-DECISIONS-READ    PIC 9(7) VALUE 0.
           05  WS-PO-COUNT          PIC 9(7) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(7) VALUE 0.
           05  WS-UNDECIDED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.
      * Condition code held across the RPT_WRITER trailer and close
      * calls, which would otherwise hand back their own.
       01  WS-FINAL-RC              PIC S9(4) VALUE 0.

       01  RAISE-LINE.
           05  RL-PO-NUMBER         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RL-SUPPLIER          PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RL-ITEM-CODE         PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RL-QTY               PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RL-COST              PIC Z(8)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RL-DISPOSITION       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM LOAD-SUGGESTIONS THRU END-LOAD-SUGGESTIONS.
           IF WS-SG-COUNT = 0
               DISPLAY "PO-RAISE: NO SUGGESTIONS ON FILE, NOTHING "
                       "RAISED."
               GO TO END-PROGRAM
           END-IF.

           OPEN INPUT DECISION-FILE.
           IF FS-DECISION NOT = "00"
               DISPLAY "PO-RAISE: NO DECISION FILE ON DISK, NOTHING "
                       "RAISED -- ON-ORDER FILE LEFT AS IT STANDS."
               MOVE 4 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           PERFORM UNTIL IS-DECISION-EOF
               READ DECISION-FILE
                   AT END
                       SET IS-DECISION-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DECISIONS-READ
                       PERFORM APPLY-DECISION THRU END-APPLY-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

           PERFORM OPEN-PO-FILE THRU END-OPEN-PO-FILE.
           IF NOT PO-FILE-IS-OPEN
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           PERFORM FIND-LAST-PO-NUMBER.

           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-IS-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-SG-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SG-SCAN-IDX > WS-SG-COUNT
               IF WS-SG-DECISION(WS-SG-SCAN-IDX) = 'A'
                       AND WS-SG-RAISED-FLAG(WS-SG-SCAN-IDX) = 'N'
                   PERFORM RAISE-SUPPLIER-ORDER
                       THRU END-RAISE-SUPPLIER-ORDER
               END-IF
           END-PERFORM.

           PERFORM LIST-UNRAISED-SUGGESTIONS.
           PERFORM LOAD-ON-ORDER-TABLE THRU END-LOAD-ON-ORDER.
           PERFORM REWRITE-ON-ORDER-FILE THRU END-REWRITE-ON-ORDER.

           DISPLAY "PO-RAISE TOTALS -- DECISIONS: " WS-DECISIONS-READ
                   " POS RAISED: " WS-PO-COUNT
                   " LINES: " WS-LINE-COUNT
                   " REJECTED: " WS-REJECTED-COUNT
                   " UNDECIDED: " WS-UNDECIDED-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "POS RAISED: " WS-PO-COUNT
                  "  LINES: " WS-LINE-COUNT
                  "  REJECTED: " WS-REJECTED-COUNT
                  "  UNDECIDED: " WS-UNDECIDED-COUNT
                  "  ERRORS: " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE RETURN-CODE TO WS-FINAL-RC.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE WS-FINAL-RC TO RETURN-CODE.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           MOVE RETURN-CODE TO WS-FINAL-RC.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           IF SUPPLIER-IS-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           IF PO-FILE-IS-OPEN
               CLOSE PO-FILE
           END-IF.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected count exceeded WS-ERROR-THRESHOLD.
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

      * The unit cost each line is ordered at is the suggestion's
      * expected cost spread back over its quantity -- the item's
      * unit cost when PO_SUGGEST ran.
       LOAD-SUGGESTIONS.
           OPEN INPUT SUGGEST-FILE.
           IF FS-SUGGEST NOT = "00"
               GO TO END-LOAD-SUGGESTIONS
           END-IF.
           PERFORM UNTIL IS-EOF
               READ SUGGEST-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF WS-SG-COUNT < 500
                           ADD 1 TO WS-SG-COUNT
                           MOVE SP-ITEM-CODE TO
                                   WS-SG-ITEM(WS-SG-COUNT)
                           MOVE SP-SUPPLIER-CODE TO
                                   WS-SG-SUPPLIER(WS-SG-COUNT)
                           MOVE SP-ORDER-QTY TO
                                   WS-SG-QTY(WS-SG-COUNT)
                           MOVE 0 TO WS-SG-UNIT-COST(WS-SG-COUNT)
                           IF SP-ORDER-QTY > 0
                               COMPUTE WS-SG-UNIT-COST(WS-SG-COUNT)
                                   ROUNDED =
                                   SP-EXPECTED-COST / SP-ORDER-QTY
                           END-IF
                           MOVE SPACE TO WS-SG-DECISION(WS-SG-COUNT)
                           MOVE SPACES TO WS-SG-APPROVER(WS-SG-COUNT)
                           MOVE 'N' TO WS-SG-RAISED-FLAG(WS-SG-COUNT)
                           MOVE SPACES TO WS-SG-PO-NUMBER(WS-SG-COUNT)
                           IF SP-CASE-PACK IS NUMERIC
                                   AND SP-CASE-PACK > 0
                               MOVE SP-PURCH-UOM TO
                                   WS-SG-PURCH-UOM(WS-SG-COUNT)
                               MOVE SP-CASE-PACK TO
                                   WS-SG-CASE-PACK(WS-SG-COUNT)
                           ELSE
                               MOVE "EACH" TO
                                   WS-SG-PURCH-UOM(WS-SG-COUNT)
                               MOVE 1 TO WS-SG-CASE-PACK(WS-SG-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "PO-RAISE WARNING: SUGGESTION "
                                   "TABLE FULL, ITEM DROPPED: "
                                   SP-ITEM-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUGGEST-FILE.
       END-LOAD-SUGGESTIONS.
           CONTINUE.

      * A decision from an operator without purchase-order authority
      * is refused outright and the suggestions it names stay
      * undecided; so is a card that names no suggestion on file.
       APPLY-DECISION.
           MOVE SPACES TO RAISE-LINE.
           MOVE DC-SUPPLIER-CODE TO RL-SUPPLIER.
           MOVE DC-ITEM-CODE TO RL-ITEM-CODE.
           IF NOT DC-IS-APPROVE AND NOT DC-IS-REJECT
               MOVE "DECISION CARD NOT A OR R -- IGNORED" TO
                       WS-DISPOSITION
               PERFORM WRITE-DECISION-ERROR
               GO TO END-APPLY-DECISION
           END-IF.
           CALL "OPER_CHECK" USING DC-APPROVER, WS-OPER-FUNCTION,
                   WS-OPER-ALLOWED.
           IF WS-OPER-ALLOWED NOT = 'Y'
               MOVE "APPROVER NOT AUTHORIZED -- REFUSED" TO
                       WS-DISPOSITION
               PERFORM WRITE-DECISION-ERROR
               GO TO END-APPLY-DECISION
           END-IF.
           MOVE 'N' TO WS-MATCHED-FLAG.
           PERFORM VARYING WS-SG-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SG-SCAN-IDX > WS-SG-COUNT
               IF WS-SG-SUPPLIER(WS-SG-SCAN-IDX) = DC-SUPPLIER-CODE
                   AND (DC-ITEM-CODE = SPACES
                     OR WS-SG-ITEM(WS-SG-SCAN-IDX) = DC-ITEM-CODE)
                   SET DECISION-MATCHED TO TRUE
                   MOVE DC-DECISION TO WS-SG-DECISION(WS-SG-SCAN-IDX)
                   MOVE DC-APPROVER TO WS-SG-APPROVER(WS-SG-SCAN-IDX)
                   IF DC-ITEM-CODE NOT = SPACES
                           AND DC-ORDER-QTY IS NUMERIC
                           AND DC-ORDER-QTY > 0
                       MOVE DC-ORDER-QTY TO WS-SG-QTY(WS-SG-SCAN-IDX)
                       PERFORM ROUND-AMENDED-QTY
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DECISION-MATCHED
               MOVE "NO SUCH SUGGESTION ON FILE -- IGNORED" TO
                       WS-DISPOSITION
               PERFORM WRITE-DECISION-ERROR
           END-IF.
       END-APPLY-DECISION.
           CONTINUE.

      * A quantity that would not fit once rounded is left as the
      * buyer keyed it.
       ROUND-AMENDED-QTY.
           IF WS-SG-CASE-PACK(WS-SG-SCAN-IDX) > 1
               DIVIDE WS-SG-CASE-PACK(WS-SG-SCAN-IDX)
                   INTO WS-SG-QTY(WS-SG-SCAN-IDX) GIVING WS-CASES
               IF WS-CASES * WS-SG-CASE-PACK(WS-SG-SCAN-IDX)
                       < WS-SG-QTY(WS-SG-SCAN-IDX)
                   ADD 1 TO WS-CASES
               END-IF
               COMPUTE WS-ROUNDED-QTY =
                       WS-CASES * WS-SG-CASE-PACK(WS-SG-SCAN-IDX)
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       MOVE WS-ROUNDED-QTY TO
                               WS-SG-QTY(WS-SG-SCAN-IDX)
               END-COMPUTE
           END-IF.

       WRITE-DECISION-ERROR.
           MOVE WS-DISPOSITION TO RL-DISPOSITION.
           PERFORM WRITE-RAISE-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       WRITE-RAISE-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE RAISE-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

      * A missing PO file is simply the first PO ever raised -- it
      * is created empty, the OPEN I-O / OPEN OUTPUT idiom the
      * posting registers use.
       OPEN-PO-FILE.
           OPEN I-O PO-FILE.
           IF FS-PO NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
           IF FS-PO = "00"
               SET PO-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PO-RAISE: CANNOT OPEN PURCHASE ORDER FILE: "
                       FS-PO
           END-IF.
       END-OPEN-PO-FILE.
           CONTINUE.

      * New numbers carry on from the highest PO on file; the file
      * is keyed in PO-number order, so that is the last key read.
       FIND-LAST-PO-NUMBER.
           PERFORM UNTIL IS-PO-EOF
               READ PO-FILE NEXT RECORD
                   AT END
                       SET IS-PO-EOF TO TRUE
                   NOT AT END
                       MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
               END-READ
           END-PERFORM.

      * One PO for the supplier of the suggestion in hand, carrying
      * every approved suggestion of that supplier as a numbered
      * line. A supplier missing from (or inactive on) the supplier
      * file cannot be ordered from; its approvals are listed and
      * left unraised.
       RAISE-SUPPLIER-ORDER.
           MOVE WS-SG-SUPPLIER(WS-SG-SCAN-IDX) TO WS-THIS-SUPPLIER.
           MOVE WS-SG-APPROVER(WS-SG-SCAN-IDX) TO WS-THIS-APPROVER.
           PERFORM CHECK-SUPPLIER THRU END-CHECK-SUPPLIER.
           IF NOT SUPPLIER-CAN-ORDER
               PERFORM VARYING WS-SG-LINE-IDX FROM WS-SG-SCAN-IDX
                       BY 1 UNTIL WS-SG-LINE-IDX > WS-SG-COUNT
                   IF WS-SG-SUPPLIER(WS-SG-LINE-IDX) = WS-THIS-SUPPLIER
                       AND WS-SG-DECISION(WS-SG-LINE-IDX) = 'A'
                       MOVE 'X' TO WS-SG-RAISED-FLAG(WS-SG-LINE-IDX)
                       MOVE SPACES TO RAISE-LINE
                       PERFORM FILL-RAISE-LINE
                       MOVE "NO ACTIVE SUPPLIER -- NOT RAISED" TO
                               RL-DISPOSITION
                       PERFORM WRITE-RAISE-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-PERFORM
               GO TO END-RAISE-SUPPLIER-ORDER
           END-IF.

           ADD 1 TO WS-LAST-PO-NUMBER.
           MOVE 0 TO WS-THIS-LINE-NO.
           MOVE 0 TO WS-THIS-TOTAL.
           PERFORM VARYING WS-SG-LINE-IDX FROM WS-SG-SCAN-IDX
                   BY 1 UNTIL WS-SG-LINE-IDX > WS-SG-COUNT
               IF WS-SG-SUPPLIER(WS-SG-LINE-IDX) = WS-THIS-SUPPLIER
                   AND WS-SG-DECISION(WS-SG-LINE-IDX) = 'A'
                   AND WS-THIS-LINE-NO < 999
                   PERFORM WRITE-PO-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO PO-RECORD.
           MOVE WS-LAST-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           MOVE WS-THIS-SUPPLIER TO PO-SUPPLIER-CODE.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           SET PO-IS-OPEN TO TRUE.
           MOVE WS-THIS-LINE-NO TO PO-LINE-COUNT.
           MOVE WS-THIS-TOTAL TO PO-TOTAL-COST.
           MOVE WS-RUN-DATE TO PO-STATUS-DATE.
           MOVE 'N' TO PO-PRINTED-FLAG.
           MOVE WS-THIS-APPROVER TO PO-APPROVED-BY.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "PO-RAISE: PO HEADER ALREADY ON FILE: "
                           WS-LAST-PO-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-PO-COUNT
           END-WRITE.
       END-RAISE-SUPPLIER-ORDER.
           CONTINUE.

       CHECK-SUPPLIER.
           MOVE 'N' TO WS-SUPP-OK-FLAG.
           IF NOT SUPPLIER-IS-OPEN OR WS-THIS-SUPPLIER = SPACES
               GO TO END-CHECK-SUPPLIER
           END-IF.
           MOVE WS-THIS-SUPPLIER TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SU-IS-ACTIVE
                       SET SUPPLIER-CAN-ORDER TO TRUE
                   END-IF
           END-READ.
       END-CHECK-SUPPLIER.
           CONTINUE.

       WRITE-PO-LINE.
           ADD 1 TO WS-THIS-LINE-NO.
           COMPUTE WS-LINE-COST = WS-SG-QTY(WS-SG-LINE-IDX)
                   * WS-SG-UNIT-COST(WS-SG-LINE-IDX).
           MOVE SPACES TO PO-RECORD.
           MOVE WS-LAST-PO-NUMBER TO PO-NUMBER.
           MOVE WS-THIS-LINE-NO TO PO-LINE-NO.
           MOVE WS-SG-ITEM(WS-SG-LINE-IDX) TO POL-ITEM-CODE.
           MOVE WS-SG-QTY(WS-SG-LINE-IDX) TO POL-ORDER-QTY.
           MOVE 0 TO POL-RECEIVED-QTY.
           MOVE 0 TO POL-INVOICED-QTY.
           MOVE WS-SG-UNIT-COST(WS-SG-LINE-IDX) TO POL-UNIT-COST.
           MOVE WS-SG-PURCH-UOM(WS-SG-LINE-IDX) TO POL-PURCH-UOM.
           MOVE WS-SG-CASE-PACK(WS-SG-LINE-IDX) TO POL-CASE-PACK.
           SET POL-IS-OPEN TO TRUE.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "PO-RAISE: PO LINE ALREADY ON FILE: "
                           WS-LAST-PO-NUMBER "/" WS-THIS-LINE-NO
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SG-RAISED-FLAG(WS-SG-LINE-IDX)
                   MOVE WS-LAST-PO-NUMBER TO
                           WS-SG-PO-NUMBER(WS-SG-LINE-IDX)
                   ADD WS-LINE-COST TO WS-THIS-TOTAL
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SPACES TO RAISE-LINE
                   PERFORM FILL-RAISE-LINE
                   MOVE WS-LAST-PO-NUMBER TO RL-PO-NUMBER
                   MOVE "RAISED" TO RL-DISPOSITION
                   PERFORM WRITE-RAISE-LINE
           END-WRITE.

       FILL-RAISE-LINE.
           MOVE WS-SG-SUPPLIER(WS-SG-LINE-IDX) TO RL-SUPPLIER.
           MOVE WS-SG-ITEM(WS-SG-LINE-IDX) TO RL-ITEM-CODE.
           MOVE WS-SG-QTY(WS-SG-LINE-IDX) TO RL-QTY.
           COMPUTE RL-COST = WS-SG-QTY(WS-SG-LINE-IDX)
                   * WS-SG-UNIT-COST(WS-SG-LINE-IDX).

      * Rejected and undecided suggestions close the listing, so the
      * buyer sees what will come round again tomorrow.
       LIST-UNRAISED-SUGGESTIONS.
           PERFORM VARYING WS-SG-LINE-IDX FROM 1 BY 1
                   UNTIL WS-SG-LINE-IDX > WS-SG-COUNT
               EVALUATE WS-SG-DECISION(WS-SG-LINE-IDX)
                   WHEN 'R'
                       MOVE SPACES TO RAISE-LINE
                       PERFORM FILL-RAISE-LINE
                       MOVE "REJECTED" TO RL-DISPOSITION
                       PERFORM WRITE-RAISE-LINE
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN SPACE
                       MOVE SPACES TO RAISE-LINE
                       PERFORM FILL-RAISE-LINE
                       MOVE "NOT DECIDED -- RELEASED" TO
                               RL-DISPOSITION
                       PERFORM WRITE-RAISE-LINE
                       ADD 1 TO WS-UNDECIDED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      * A missing on-order file just means nothing is outstanding.
      * "SUGGESTED" commitments are not loaded at all: the approved
      * ones come back below under their PO numbers.
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
                       IF OO-PO-REF = "SUGGESTED"
                           ADD 1 TO WS-RELEASED-COUNT
                       ELSE
                           PERFORM ADD-LOADED-COMMITMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
       END-LOAD-ON-ORDER.
           CONTINUE.

       ADD-LOADED-COMMITMENT.
           IF WS-OO-COUNT < 500
               ADD 1 TO WS-OO-COUNT
               MOVE OO-ITEM-CODE TO WS-OO-ITEM-CODE(WS-OO-COUNT)
               MOVE OO-ON-ORDER-QTY TO WS-OO-QTY(WS-OO-COUNT)
               MOVE OO-PO-REF TO WS-OO-PO-REF(WS-OO-COUNT)
               MOVE OO-ORDER-DATE TO WS-OO-DATE(WS-OO-COUNT)
           ELSE
               SET ON-ORDER-OVERFLOWED TO TRUE
           END-IF.

      * The surviving commitments, then one per PO line raised
      * tonight. With an overflowed table no ON_ORDER.NEW is
      * produced at all -- the old file stands.
       REWRITE-ON-ORDER-FILE.
           PERFORM VARYING WS-SG-LINE-IDX FROM 1 BY 1
                   UNTIL WS-SG-LINE-IDX > WS-SG-COUNT
               IF WS-SG-RAISED-FLAG(WS-SG-LINE-IDX) = 'Y'
                   PERFORM ADD-RAISED-COMMITMENT
               END-IF
           END-PERFORM.
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
               MOVE WS-OO-ITEM-CODE(WS-SEARCH-IDX) TO WS-OUT-ITEM-CODE
               MOVE WS-OO-QTY(WS-SEARCH-IDX) TO WS-OUT-QTY
               MOVE WS-OO-PO-REF(WS-SEARCH-IDX) TO WS-OUT-PO-REF
               MOVE WS-OO-DATE(WS-SEARCH-IDX) TO WS-OUT-DATE
               WRITE NEW-ON-ORDER-RECORD FROM WS-ON-ORDER-OUT
           END-PERFORM.
           CLOSE NEW-ON-ORDER-FILE.
       END-REWRITE-ON-ORDER.
           CONTINUE.

       ADD-RAISED-COMMITMENT.
           IF WS-OO-COUNT < 500
               ADD 1 TO WS-OO-COUNT
               MOVE WS-SG-ITEM(WS-SG-LINE-IDX) TO
                       WS-OO-ITEM-CODE(WS-OO-COUNT)
               MOVE WS-SG-QTY(WS-SG-LINE-IDX) TO WS-OO-QTY(WS-OO-COUNT)
               MOVE WS-SG-PO-NUMBER(WS-SG-LINE-IDX) TO
                       WS-OO-PO-REF(WS-OO-COUNT)
               MOVE WS-RUN-DATE TO WS-OO-DATE(WS-OO-COUNT)
           ELSE
               SET ON-ORDER-OVERFLOWED TO TRUE
           END-IF.

       END PROGRAM PO-RAISE.
