       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTB-CALC.
       AUTHOR. Jules.
      *
      * Nightly open-to-buy calculation, run ahead of PO_SUGGEST so
      * the suggestions are held against tonight's figures. Every
      * item group and month on OTB.IDX (OTBREC.CPY, the plan loaded
      * by OTB_LOAD) has its committed and received figures worked
      * out afresh, at cost:
      *   committed -- every commitment still on ON_ORDER.DAT,
      *                charged to the month it was ordered in and
      *                costed at its purchase-order line's cost once
      *                PO_RAISE has numbered it, at the item master's
      *                unit cost while it is still a suggestion;
      *   received  -- every delivery line GOODS_RECEIPT has
      *                booked on RECEIVED_GOODS.DAT, charged to the
      *                month it landed at the delivery's unit cost.
      * What GOODS_RECEIPT books it also relieves from ON_ORDER.DAT,
      * so nothing is counted twice. Open-to-buy remaining is the
      * plan less both. The group is the first two characters of
      * the item code.
      *
      * Commitments for a group and month with no plan, and
      * receipts for one from the current month on, are added to
      * the file with a plan of zero -- buying nobody planned shows
      * up as over. Receipts for earlier unplanned months are only
      * counted, not added: the journal goes back further than any
      * plan.
      *
      * OTB_REPORT.LST sets plan, committed, received and remaining
      * side by side by group and month, OVER against any month
      * past its plan. A group over in the current month or a later
      * one raises an alert and RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OTB-FILE ASSIGN TO DSN-OTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS FS-OTB.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT RECEIVED-FILE ASSIGN TO DSN-RECEIVED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEIVED.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  OTB-FILE.
           COPY "OTBREC.CPY".

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

       FD  RECEIVED-FILE.
           COPY "RCVREC.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-OTB               PIC X(2).
           05  FS-ON-ORDER          PIC X(2).
           05  FS-RECEIVED          PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-OTB           PIC X(26)
              VALUE "data/master_update/OTB.IDX".
           05 DSN-ON-ORDER      PIC X(31)
              VALUE "data/master_update/ON_ORDER.DAT".
           05 DSN-RECEIVED      PIC X(37)
              VALUE "data/master_update/RECEIVED_GOODS.DAT".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-REPORT        PIC X(33)
              VALUE "data/master_update/OTB_REPORT.LST".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-RUN-MONTH             PIC 9(6).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-PO-OPEN-FLAG          PIC X VALUE 'N'.
           88  PO-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-LINE-FOUND-FLAG       PIC X.
           88  PO-LINE-FOUND        VALUE 'Y'.

      * Committed and received by group and month, gathered from
      * the two feeds before the open-to-buy file is touched. An
      * entry is marked used once its OTB record has taken it.
       01  WS-OTB-TABLE.
           05  WS-OT-COUNT          PIC 9(4) VALUE 0.
           05  WS-OT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-OT-IDX.
               10  WS-OT-KEY        PIC X(8).
               10  WS-OT-COMMITTED  PIC 9(9)V99.
               10  WS-OT-RECEIVED   PIC S9(9)V99.
               10  WS-OT-USED-FLAG  PIC X.
       01  WS-FIND-KEY.
           05  WS-FK-GROUP          PIC X(2).
           05  WS-FK-MONTH          PIC 9(6).
       01  WS-FOUND-FLAG            PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG       PIC X VALUE 'N'.
           88  TABLE-IS-FULL        VALUE 'Y'.

       01  WS-LINE-COST             PIC 9(7)V99.
      * Signed: a return to the supplier is booked as a negative
      * receipt.
       01  WS-LINE-VALUE            PIC S9(9)V99.
       01  WS-PO-REF-NUMBER         PIC 9(8).

       01  WS-LAST-GROUP            PIC X(2).
       01  WS-GROUP-NAME            PIC X(25).

       01  WS-CONTROL-COUNTS.
           05  WS-ON-ORDER-READ     PIC 9(7) VALUE 0.
           05  WS-RECEIPTS-READ     PIC 9(7) VALUE 0.
           05  WS-RECEIPTS-OLD      PIC 9(7) VALUE 0.
           05  WS-UPDATED-COUNT     PIC 9(5) VALUE 0.
           05  WS-UNPLANNED-COUNT   PIC 9(5) VALUE 0.
           05  WS-OVER-COUNT        PIC 9(5) VALUE 0.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-PLAN          PIC 9(11)V99 VALUE 0.
           05  WS-TOT-COMMITTED     PIC 9(11)V99 VALUE 0.
           05  WS-TOT-RECEIVED      PIC 9(11)V99 VALUE 0.
           05  WS-TOT-REMAINING     PIC S9(11)V99 VALUE 0.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "OTB-CALC".
       01  WS-ALERT-SEVERITY        PIC X.
       01  WS-ALERT-TEXT            PIC X(60).

       01  TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE "OPEN-TO-BUY BY GROUP AND MONTH  ".
           05  FILLER               PIC X(5) VALUE "DATE ".
           05  TTL-RUN-DATE         PIC 9(8).

       01  HEADING-LINE.
           05  FILLER               PIC X(37)
               VALUE "GROUP                             ".
           05  FILLER               PIC X(6) VALUE "MONTH ".
           05  FILLER               PIC X(16)
               VALUE "            PLAN".
           05  FILLER               PIC X(16)
               VALUE "       COMMITTED".
           05  FILLER               PIC X(16)
               VALUE "        RECEIVED".
           05  FILLER               PIC X(16)
               VALUE "       REMAINING".

       01  DETAIL-LINE.
           05  DTL-GROUP-CODE       PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-GROUP-NAME       PIC X(25).
           05  FILLER               PIC X(9) VALUE SPACES.
           05  DTL-MONTH            PIC 9(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-PLAN             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DTL-COMMITTED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DTL-RECEIVED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-REMAINING        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-OVER-FLAG        PIC X(4).

       01  TOTAL-LINE.
           05  FILLER               PIC X(40)
               VALUE "ALL GROUPS AND MONTHS".
           05  TTL-PLAN             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TTL-COMMITTED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TTL-RECEIVED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  TTL-REMAINING        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           CALL "ALERT_SETDATE" USING WS-RUN-DATE.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-MONTH.

           OPEN I-O OTB-FILE.
           IF FS-OTB NOT = "00"
               OPEN OUTPUT OTB-FILE
               CLOSE OTB-FILE
               OPEN I-O OTB-FILE
           END-IF.
           IF FS-OTB NOT = "00"
               DISPLAY "OTB-CALC: ERROR OPENING OPEN-TO-BUY FILE: "
                       FS-OTB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PO-FILE.
           IF FS-PO = "00"
               SET PO-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.

           PERFORM GATHER-COMMITMENTS.
           PERFORM GATHER-RECEIPTS.
           PERFORM UPDATE-PLANNED-MONTHS.
           PERFORM ADD-UNPLANNED-MONTHS.
           PERFORM PRINT-OTB-REPORT.

           CLOSE OTB-FILE.
           IF PO-FILE-IS-OPEN
               CLOSE PO-FILE
           END-IF.
           IF ITEM-FILE-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.

           DISPLAY "OTB-CALC SUMMARY -- ON ORDER READ: "
                   WS-ON-ORDER-READ
                   " RECEIPTS READ: " WS-RECEIPTS-READ
                   " UPDATED: " WS-UPDATED-COUNT
                   " UNPLANNED ADDED: " WS-UNPLANNED-COUNT
                   " OVER: " WS-OVER-COUNT.
           IF TABLE-IS-FULL
               DISPLAY "OTB-CALC WARNING: GROUP/MONTH TABLE FULL, "
                       "FIGURES INCOMPLETE."
               MOVE "OPEN-TO-BUY TABLE FULL, FIGURES INCOMPLETE"
                       TO WS-ALERT-TEXT
               MOVE 'E' TO WS-ALERT-SEVERITY
               CALL "ALERT_WRITER" USING WS-EXC-PROGRAM
                       WS-ALERT-SEVERITY WS-ALERT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      * What is on order, costed and charged to its order month.
       GATHER-COMMITMENTS.
           OPEN INPUT ON-ORDER-FILE.
           IF FS-ON-ORDER NOT = "00"
               DISPLAY "OTB-CALC: NO ON-ORDER FILE, NOTHING COMMITTED."
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL IS-EOF
                   READ ON-ORDER-FILE
                       AT END
                           SET IS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ON-ORDER-READ
                           PERFORM COST-ONE-COMMITMENT
                   END-READ
               END-PERFORM
               CLOSE ON-ORDER-FILE
           END-IF.

       COST-ONE-COMMITMENT.
           MOVE 0 TO WS-LINE-COST.
           MOVE 'N' TO WS-LINE-FOUND-FLAG.
           IF OO-PO-REF(1:8) IS NUMERIC AND PO-FILE-IS-OPEN
               MOVE OO-PO-REF(1:8) TO WS-PO-REF-NUMBER
               PERFORM FIND-PO-LINE-COST
           END-IF.
           IF NOT PO-LINE-FOUND AND ITEM-FILE-IS-OPEN
               MOVE OO-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE IM-UNIT-COST TO WS-LINE-COST
               END-READ
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
                   OO-ON-ORDER-QTY * WS-LINE-COST.
           MOVE OO-ITEM-CODE(1:2) TO WS-FK-GROUP.
           DIVIDE OO-ORDER-DATE BY 100 GIVING WS-FK-MONTH.
           PERFORM FIND-OR-ADD-ENTRY.
           IF ENTRY-FOUND
               ADD WS-LINE-VALUE TO WS-OT-COMMITTED(WS-OT-IDX)
           END-IF.

      * The commitment carries the PO number but not the line, so
      * the PO's lines are scanned for the item.
       FIND-PO-LINE-COST.
           MOVE WS-PO-REF-NUMBER TO PO-NUMBER.
           MOVE 1 TO PO-LINE-NO.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START PO-FILE KEY >= PO-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF OR PO-LINE-FOUND
               READ PO-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PO-NUMBER NOT = WS-PO-REF-NUMBER
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           IF POL-ITEM-CODE = OO-ITEM-CODE
                               MOVE POL-UNIT-COST TO WS-LINE-COST
                               SET PO-LINE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * What has been booked in, charged to the month it landed.
       GATHER-RECEIPTS.
           OPEN INPUT RECEIVED-FILE.
           IF FS-RECEIVED NOT = "00"
               DISPLAY "OTB-CALC: NO RECEIVED GOODS FILE, NOTHING "
                       "RECEIVED."
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL IS-EOF
                   READ RECEIVED-FILE
                       AT END
                           SET IS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECEIPTS-READ
                           PERFORM COST-ONE-RECEIPT
                                   THRU END-COST-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-FILE
           END-IF.

      * A receipt for an earlier month only counts where that month
      * was planned; the entry is made now and dropped later if no
      * plan takes it.
       COST-ONE-RECEIPT.
           COMPUTE WS-LINE-VALUE ROUNDED = RV-QTY * RV-UNIT-COST.
           MOVE RV-ITEM-CODE(1:2) TO WS-FK-GROUP.
           DIVIDE RV-RECEIPT-DATE BY 100 GIVING WS-FK-MONTH.
           IF WS-FK-MONTH < WS-RUN-MONTH
               MOVE WS-FK-GROUP TO OB-GROUP-CODE
               MOVE WS-FK-MONTH TO OB-MONTH
               READ OTB-FILE
                   INVALID KEY
                       ADD 1 TO WS-RECEIPTS-OLD
                       GO TO END-COST-ONE-RECEIPT
               END-READ
           END-IF.
           PERFORM FIND-OR-ADD-ENTRY.
           IF ENTRY-FOUND
               ADD WS-LINE-VALUE TO WS-OT-RECEIVED(WS-OT-IDX)
           END-IF.
       END-COST-ONE-RECEIPT.
           CONTINUE.

       FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-KEY(WS-OT-IDX) = WS-FIND-KEY
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
               IF WS-OT-COUNT < 2000
                   ADD 1 TO WS-OT-COUNT
                   SET WS-OT-IDX TO WS-OT-COUNT
                   MOVE WS-FIND-KEY TO WS-OT-KEY(WS-OT-IDX)
                   MOVE 0 TO WS-OT-COMMITTED(WS-OT-IDX)
                   MOVE 0 TO WS-OT-RECEIVED(WS-OT-IDX)
                   MOVE 'N' TO WS-OT-USED-FLAG(WS-OT-IDX)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET TABLE-IS-FULL TO TRUE
               END-IF
           END-IF.

      * Every record on file is recalculated -- a month with nothing
      * left on order or received goes back to zero.
       UPDATE-PLANNED-MONTHS.
           MOVE LOW-VALUES TO OB-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START OTB-FILE KEY >= OB-KEY
               INVALID KEY
                   SET IS-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-EOF
               READ OTB-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM RECALCULATE-ONE-MONTH
               END-READ
           END-PERFORM.

       RECALCULATE-ONE-MONTH.
           MOVE 0 TO OB-COMMITTED-AMOUNT.
           MOVE 0 TO OB-RECEIVED-AMOUNT.
           MOVE OB-KEY TO WS-FIND-KEY.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-KEY(WS-OT-IDX) = WS-FIND-KEY
                   MOVE WS-OT-COMMITTED(WS-OT-IDX)
                           TO OB-COMMITTED-AMOUNT
                   IF WS-OT-RECEIVED(WS-OT-IDX) > 0
                       MOVE WS-OT-RECEIVED(WS-OT-IDX)
                               TO OB-RECEIVED-AMOUNT
                   END-IF
                   MOVE 'Y' TO WS-OT-USED-FLAG(WS-OT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE OB-REMAINING-AMOUNT = OB-PLAN-AMOUNT
                   - OB-COMMITTED-AMOUNT - OB-RECEIVED-AMOUNT.
           MOVE WS-RUN-DATE TO OB-CALC-DATE.
           REWRITE OB-RECORD
               INVALID KEY
                   DISPLAY "OTB-CALC: ERROR UPDATING " OB-KEY
                           " STATUS " FS-OTB
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.

       ADD-UNPLANNED-MONTHS.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-USED-FLAG(WS-OT-IDX) = 'N'
                   PERFORM ADD-ONE-UNPLANNED-MONTH
               END-IF
           END-PERFORM.

       ADD-ONE-UNPLANNED-MONTH.
           MOVE SPACES TO OB-RECORD.
           MOVE WS-OT-KEY(WS-OT-IDX) TO OB-KEY.
           MOVE 0 TO OB-PLAN-AMOUNT.
           MOVE WS-OT-COMMITTED(WS-OT-IDX) TO OB-COMMITTED-AMOUNT.
           MOVE 0 TO OB-RECEIVED-AMOUNT.
           IF WS-OT-RECEIVED(WS-OT-IDX) > 0
               MOVE WS-OT-RECEIVED(WS-OT-IDX) TO OB-RECEIVED-AMOUNT
           END-IF.
           COMPUTE OB-REMAINING-AMOUNT = 0
                   - OB-COMMITTED-AMOUNT - OB-RECEIVED-AMOUNT.
           MOVE 0 TO OB-LOAD-DATE.
           MOVE WS-RUN-DATE TO OB-CALC-DATE.
           WRITE OB-RECORD
               INVALID KEY
                   DISPLAY "OTB-CALC: ERROR ADDING " OB-KEY
                           " STATUS " FS-OTB
               NOT INVALID KEY
                   ADD 1 TO WS-UNPLANNED-COUNT
           END-WRITE.

      * The whole file in key order -- group, then month -- with the
      * group's name on its first line.
       PRINT-OTB-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM HEADING-LINE.
           MOVE SPACES TO WS-LAST-GROUP.
           MOVE LOW-VALUES TO OB-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START OTB-FILE KEY >= OB-KEY
               INVALID KEY
                   SET IS-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-EOF
               READ OTB-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-MONTH
               END-READ
           END-PERFORM.
           MOVE WS-TOT-PLAN TO TTL-PLAN.
           MOVE WS-TOT-COMMITTED TO TTL-COMMITTED.
           MOVE WS-TOT-RECEIVED TO TTL-RECEIVED.
           MOVE WS-TOT-REMAINING TO TTL-REMAINING.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

       PRINT-ONE-MONTH.
           MOVE SPACES TO DTL-GROUP-CODE DTL-GROUP-NAME.
           IF OB-GROUP-CODE NOT = WS-LAST-GROUP
               MOVE OB-GROUP-CODE TO WS-LAST-GROUP
               PERFORM LOOK-UP-GROUP-NAME
               MOVE OB-GROUP-CODE TO DTL-GROUP-CODE
               MOVE WS-GROUP-NAME TO DTL-GROUP-NAME
           END-IF.
           MOVE OB-MONTH TO DTL-MONTH.
           MOVE OB-PLAN-AMOUNT TO DTL-PLAN.
           MOVE OB-COMMITTED-AMOUNT TO DTL-COMMITTED.
           MOVE OB-RECEIVED-AMOUNT TO DTL-RECEIVED.
           MOVE OB-REMAINING-AMOUNT TO DTL-REMAINING.
           MOVE SPACES TO DTL-OVER-FLAG.
           IF OB-REMAINING-AMOUNT < 0
               MOVE "OVER" TO DTL-OVER-FLAG
               IF OB-MONTH NOT < WS-RUN-MONTH
                   PERFORM RAISE-OVER-ALERT
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           ADD OB-PLAN-AMOUNT TO WS-TOT-PLAN.
           ADD OB-COMMITTED-AMOUNT TO WS-TOT-COMMITTED.
           ADD OB-RECEIVED-AMOUNT TO WS-TOT-RECEIVED.
           ADD OB-REMAINING-AMOUNT TO WS-TOT-REMAINING.

       LOOK-UP-GROUP-NAME.
           MOVE SPACES TO WS-GROUP-NAME.
           IF GROUP-FILE-IS-OPEN
               MOVE OB-GROUP-CODE TO GR-GROUP-CODE
               READ GROUP-FILE
                   INVALID KEY
                       MOVE "*** NOT ON GROUP FILE ***"
                               TO WS-GROUP-NAME
                   NOT INVALID KEY
                       MOVE GR-GROUP-NAME TO WS-GROUP-NAME
               END-READ
           END-IF.

       RAISE-OVER-ALERT.
           ADD 1 TO WS-OVER-COUNT.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "GROUP " OB-GROUP-CODE " OVER OPEN-TO-BUY FOR "
                   OB-MONTH DELIMITED BY SIZE INTO WS-ALERT-TEXT.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           CALL "ALERT_WRITER" USING WS-EXC-PROGRAM
                   WS-ALERT-SEVERITY WS-ALERT-TEXT.

       END PROGRAM OTB-CALC.
