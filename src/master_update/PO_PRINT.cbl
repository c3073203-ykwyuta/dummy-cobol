       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-PRINT.
       AUTHOR. Jules.
      *
      * Prints the purchase-order documents that go to suppliers,
      * one page per PO (through RPT_WRITER's new-page action):
      * supplier name and contact from the supplier master, order
      * date and approver, then each line with the item's name
      * from the item master, quantity, agreed unit cost and
      * extension -- the quantity repeated in the supplier's own
      * purchase units, cases of so many -- and the order total.
      * Every open PO not yet printed is printed and marked printed
      * on its header, so a PO goes to the supplier once.
      * REPRINT=<PO number> on PO_PRINT.PARM (through the shared
      * PARM_KEYWORD entry) prints that one PO again whatever its
      * status, for the supplier who has lost theirs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-PO                PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ITEM              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/PURCH_ORDER.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/PO_PRINT.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).
       01  WS-REPRINT-PO            PIC 9(8) VALUE 0.

      * The documents are produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "PURCHASE ORDERS".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "LINE ITEM     DESCRIPTION            QTY  UNIT COST     
      -        "EXTENDED CASES UNIT   PACK".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-PO-EOF-FLAG           PIC X VALUE 'N'.
           88  IS-PO-EOF            VALUE 'Y'.
       01  WS-SUPP-OPEN-FLAG        PIC X VALUE 'N'.
           88  SUPPLIER-IS-OPEN     VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.

      * Headers chosen for printing on the first pass -- printing
      * then works through them by key, so marking a header printed
      * does not disturb a sequential read in progress.
       01  WS-PRINT-TABLE.
           05  WS-PT-COUNT          PIC 9(4) VALUE 0.
           05  WS-PT-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-PO-NUMBER  PIC 9(8).
       01  WS-PT-SCAN-IDX           PIC 9(4).

       01  WS-LINE-NO               PIC 9(3).
       01  WS-LINE-COUNT            PIC 9(3).
       01  WS-LINE-COST             PIC 9(9)V99.
       01  WS-PO-TOTAL              PIC 9(9)V99.
       01  WS-PRINTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-STATUS-TEXT           PIC X(16).

       01  DOC-TITLE-LINE.
           05  FILLER               PIC X(15) VALUE "PURCHASE ORDER ".
           05  DTL-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DTL-STATUS           PIC X(16).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DTL-COPY             PIC X(4).

       01  DOC-SUPPLIER-LINE.
           05  FILLER               PIC X(10) VALUE "SUPPLIER: ".
           05  DSL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DSL-SUPPLIER-NAME    PIC X(25).
           05  FILLER               PIC X(11) VALUE "  CONTACT: ".
           05  DSL-CONTACT          PIC X(25).

       01  DOC-ORDER-LINE.
           05  FILLER               PIC X(12) VALUE "ORDER DATE: ".
           05  DOL-ORDER-DATE       PIC 9(8).
           05  FILLER               PIC X(16) VALUE "  APPROVED BY: ".
           05  DOL-APPROVED-BY      PIC X(8).
           05  FILLER               PIC X(9) VALUE "  LINES: ".
           05  DOL-LINE-COUNT       PIC ZZ9.

       01  DOC-DETAIL-LINE.
           05  DDL-LINE-NO          PIC 9(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-ORDER-QTY        PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-UNIT-COST        PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-EXTENDED         PIC Z(8)9.99.
      * The same quantity in the supplier's purchase units.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-CASES            PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DDL-PURCH-UOM        PIC X(4).
           05  FILLER               PIC X(3) VALUE " X ".
           05  DDL-CASE-PACK        PIC ZZZ9.

       01  DOC-TOTAL-LINE.
           05  FILLER               PIC X(48) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "ORDER TOTAL:  ".
           05  DTT-TOTAL            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REPRINT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-REPRINT-PO
               DISPLAY "PO-PRINT: REPRINT OF PO " WS-REPRINT-PO
                       " REQUESTED."
           END-IF.

           OPEN I-O PO-FILE.
           IF FS-PO NOT = "00"
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE: " FS-PO
               GO TO END-PROGRAM
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM UNTIL IS-PO-EOF
               READ PO-FILE NEXT RECORD
                   AT END
                       SET IS-PO-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-FOR-PRINT
               END-READ
           END-PERFORM.

           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           PERFORM VARYING WS-PT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PT-SCAN-IDX > WS-PT-COUNT
               PERFORM PRINT-ONE-ORDER THRU END-PRINT-ONE-ORDER
           END-PERFORM.

           DISPLAY "PO-PRINT TOTALS -- PURCHASE ORDERS PRINTED: "
                   WS-PRINTED-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "PURCHASE ORDERS PRINTED: " WS-PRINTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END-PROGRAM.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF SUPPLIER-IS-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           IF ITEM-MASTER-IS-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE PO-FILE.
           STOP RUN.

       SELECT-FOR-PRINT.
           IF PO-LINE-NO = 0
               IF (PO-IS-OPEN AND NOT PO-IS-PRINTED)
                       OR PO-NUMBER = WS-REPRINT-PO
                   IF WS-PT-COUNT < 500
                       ADD 1 TO WS-PT-COUNT
                       MOVE PO-NUMBER TO WS-PT-PO-NUMBER(WS-PT-COUNT)
                   ELSE
                       DISPLAY "PO-PRINT WARNING: PRINT TABLE FULL, "
                               "PO HELD FOR NEXT RUN: " PO-NUMBER
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-ORDER.
           MOVE WS-PT-PO-NUMBER(WS-PT-SCAN-IDX) TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   GO TO END-PRINT-ONE-ORDER
           END-READ.

      * Each document after the first starts a page of its own.
           IF WS-PRINTED-COUNT > 0
               MOVE 'P' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-TEXT
               CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                       WS-RPT-TEXT
           END-IF.

           EVALUATE TRUE
               WHEN PO-IS-OPEN
                   MOVE SPACES TO WS-STATUS-TEXT
               WHEN PO-IS-PART-RECEIVED
                   MOVE "PARTLY RECEIVED" TO WS-STATUS-TEXT
               WHEN PO-IS-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN PO-IS-CANCELLED
                   MOVE "** CANCELLED **" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO DTL-COPY.
           IF PO-IS-PRINTED
               MOVE "COPY" TO DTL-COPY
           END-IF.
           MOVE PO-NUMBER TO DTL-PO-NUMBER.
           MOVE WS-STATUS-TEXT TO DTL-STATUS.
           MOVE DOC-TITLE-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

           MOVE PO-SUPPLIER-CODE TO DSL-SUPPLIER-CODE.
           MOVE SPACES TO DSL-SUPPLIER-NAME DSL-CONTACT.
           IF SUPPLIER-IS-OPEN
               MOVE PO-SUPPLIER-CODE TO SU-SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "(NOT ON SUPPLIER FILE)" TO
                               DSL-SUPPLIER-NAME
                   NOT INVALID KEY
                       MOVE SU-SUPPLIER-NAME TO DSL-SUPPLIER-NAME
                       MOVE SU-CONTACT TO DSL-CONTACT
               END-READ
           END-IF.
           MOVE DOC-SUPPLIER-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

           MOVE PO-ORDER-DATE TO DOL-ORDER-DATE.
           MOVE PO-APPROVED-BY TO DOL-APPROVED-BY.
           MOVE PO-LINE-COUNT TO DOL-LINE-COUNT.
           MOVE PO-LINE-COUNT TO WS-LINE-COUNT.
           MOVE DOC-ORDER-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.

           MOVE 0 TO WS-PO-TOTAL.
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > WS-LINE-COUNT
               PERFORM PRINT-ONE-LINE
           END-PERFORM.

           MOVE WS-PO-TOTAL TO DTT-TOTAL.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           MOVE DOC-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-DOC-LINE.
           ADD 1 TO WS-PRINTED-COUNT.

           MOVE WS-PT-PO-NUMBER(WS-PT-SCAN-IDX) TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   GO TO END-PRINT-ONE-ORDER
           END-READ.
           IF NOT PO-IS-PRINTED
               MOVE 'Y' TO PO-PRINTED-FLAG
               REWRITE PO-RECORD
                   INVALID KEY
                       DISPLAY "PO-PRINT WARNING: COULD NOT MARK PO "
                               PO-NUMBER " PRINTED."
               END-REWRITE
           END-IF.
       END-PRINT-ONE-ORDER.
           CONTINUE.

       PRINT-ONE-LINE.
           MOVE WS-PT-PO-NUMBER(WS-PT-SCAN-IDX) TO PO-NUMBER.
           MOVE WS-LINE-NO TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PO-LINE-NO TO DDL-LINE-NO
                   MOVE POL-ITEM-CODE TO DDL-ITEM-CODE
                   PERFORM LOOK-UP-ITEM-NAME
                   MOVE POL-ORDER-QTY TO DDL-ORDER-QTY
                   MOVE POL-UNIT-COST TO DDL-UNIT-COST
                   IF POL-CASE-PACK IS NUMERIC
                           AND POL-CASE-PACK > 0
                       DIVIDE POL-CASE-PACK INTO POL-ORDER-QTY
                           GIVING DDL-CASES
                       MOVE POL-PURCH-UOM TO DDL-PURCH-UOM
                       MOVE POL-CASE-PACK TO DDL-CASE-PACK
                   ELSE
                       MOVE POL-ORDER-QTY TO DDL-CASES
                       MOVE "EACH" TO DDL-PURCH-UOM
                       MOVE 1 TO DDL-CASE-PACK
                   END-IF
                   COMPUTE WS-LINE-COST =
                           POL-ORDER-QTY * POL-UNIT-COST
                   MOVE WS-LINE-COST TO DDL-EXTENDED
                   ADD WS-LINE-COST TO WS-PO-TOTAL
                   MOVE DOC-DETAIL-LINE TO WS-RPT-TEXT
                   PERFORM WRITE-DOC-LINE
           END-READ.

       LOOK-UP-ITEM-NAME.
           MOVE SPACES TO DDL-ITEM-NAME.
           IF ITEM-MASTER-IS-OPEN
               MOVE POL-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO DDL-ITEM-NAME
                   NOT INVALID KEY
                       MOVE IM-ITEM-NAME TO DDL-ITEM-NAME
               END-READ
           END-IF.

       WRITE-DOC-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM PO-PRINT.
