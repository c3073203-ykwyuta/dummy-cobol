       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-COMPARE.
       AUTHOR. Jules.
      *
      * Supplier cost-comparison report. Reads the supplier
      * catalogue (SUPP_CATALOG.IDX, CAT_MAINT) in item order and,
      * for each item, lists every supplier's quote in force today
      * -- the entry with the latest effective date not after the
      * run date -- with the supplier's own product code, ranking
      * and cost. The cheapest active supplier for the item is
      * flagged CHEAPEST; a supplier deactivated on SUPPLIER.IDX is
      * flagged INACTIVE and left out of the comparison. Quotes not
      * yet in force are not shown.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DSN-CATALOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY "SUPPCAT.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-CATALOG           PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-SUPPLIER          PIC X(2).

       01  DSN-FIELDS.
           05 DSN-CATALOG       PIC X(35)
              VALUE "data/master_update/SUPP_CATALOG.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/COST_COMPARE.LST".

      * The listing is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "SUPPLIER COST COMPARISON".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "ITEM     DESCRIPTION          SUPP SUPPLIER NAME        
      -        "THEIR CODE      R      COST  EFFECTIVE".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-MASTER-IS-OPEN  VALUE 'Y'.
       01  WS-SUPP-OPEN-FLAG        PIC X VALUE 'N'.
           88  SUPPLIER-IS-OPEN     VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-BREAK-ITEM            PIC X(8) VALUE SPACES.

      * One item's quotes in force, one per supplier -- a later
      * effective date replaces an earlier one as the entries arrive
      * in supplier then date order.
       01  WS-QUOTE-TABLE.
           05  WS-QT-COUNT          PIC 9(2) VALUE 0.
           05  WS-QT-ENTRIES OCCURS 20 TIMES.
               10  WS-QT-SUPPLIER   PIC X(4).
               10  WS-QT-PRODUCT    PIC X(15).
               10  WS-QT-RANK       PIC 9.
               10  WS-QT-COST       PIC 9(7)V99.
               10  WS-QT-EFFECTIVE  PIC 9(8).
               10  WS-QT-SUPP-NAME  PIC X(20).
               10  WS-QT-ACTIVE     PIC X.
       01  WS-QT-SCAN-IDX           PIC 9(2).
       01  WS-QT-BEST-IDX           PIC 9(2).

       01  WS-ITEM-COUNT            PIC 9(5) VALUE 0.
       01  WS-QUOTE-COUNT           PIC 9(7) VALUE 0.

       01  COMPARE-LINE.
           05  CPL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-SUPPLIER-NAME    PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-SUPP-PRODUCT     PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-RANK             PIC 9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-COST             PIC Z(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-EFFECTIVE        PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CPL-FLAG             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CATALOG-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-IS-OPEN TO TRUE
           END-IF.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           IF FS-CATALOG NOT = "00"
               DISPLAY "ERROR OPENING CATALOGUE FILE: " FS-CATALOG
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL IS-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF SC-ITEM-CODE NOT = WS-BREAK-ITEM
                           PERFORM PRINT-ONE-ITEM
                               THRU END-PRINT-ONE-ITEM
                           MOVE SC-ITEM-CODE TO WS-BREAK-ITEM
                           MOVE 0 TO WS-QT-COUNT
                       END-IF
                       IF SC-EFFECTIVE-DATE <= WS-RUN-DATE
                           PERFORM NOTE-QUOTE THRU END-NOTE-QUOTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM PRINT-ONE-ITEM THRU END-PRINT-ONE-ITEM.

           DISPLAY "COST-COMPARE TOTALS -- ITEMS: " WS-ITEM-COUNT
                   " QUOTES: " WS-QUOTE-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "ITEMS COMPARED: " WS-ITEM-COUNT
                  "  QUOTES IN FORCE: " WS-QUOTE-COUNT
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
           CLOSE CATALOG-FILE.
           STOP RUN.

       NOTE-QUOTE.
           PERFORM VARYING WS-QT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-QT-SCAN-IDX > WS-QT-COUNT
               IF WS-QT-SUPPLIER(WS-QT-SCAN-IDX) = SC-SUPPLIER-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-QT-SCAN-IDX > WS-QT-COUNT
               IF WS-QT-COUNT >= 20
                   DISPLAY "COST-COMPARE WARNING: TOO MANY SUPPLIERS "
                           "FOR " SC-ITEM-CODE
                   GO TO END-NOTE-QUOTE
               END-IF
               ADD 1 TO WS-QT-COUNT
               MOVE WS-QT-COUNT TO WS-QT-SCAN-IDX
               MOVE SC-SUPPLIER-CODE TO WS-QT-SUPPLIER(WS-QT-SCAN-IDX)
           END-IF.
           MOVE SC-SUPP-PRODUCT TO WS-QT-PRODUCT(WS-QT-SCAN-IDX).
           MOVE SC-RANK TO WS-QT-RANK(WS-QT-SCAN-IDX).
           MOVE SC-QUOTED-COST TO WS-QT-COST(WS-QT-SCAN-IDX).
           MOVE SC-EFFECTIVE-DATE TO WS-QT-EFFECTIVE(WS-QT-SCAN-IDX).
       END-NOTE-QUOTE.
           CONTINUE.

      * Settles each supplier's name and standing, finds the
      * cheapest active quote (the better ranking wins a tie), and
      * prints the item's lines.
       PRINT-ONE-ITEM.
           IF WS-QT-COUNT = 0
               GO TO END-PRINT-ONE-ITEM
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-QT-BEST-IDX.
           PERFORM VARYING WS-QT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-QT-SCAN-IDX > WS-QT-COUNT
               PERFORM LOOK-UP-SUPPLIER
               IF WS-QT-ACTIVE(WS-QT-SCAN-IDX) NOT = 'N'
                   IF WS-QT-BEST-IDX = 0
                       MOVE WS-QT-SCAN-IDX TO WS-QT-BEST-IDX
                   ELSE
                       IF WS-QT-COST(WS-QT-SCAN-IDX) <
                               WS-QT-COST(WS-QT-BEST-IDX)
                           OR (WS-QT-COST(WS-QT-SCAN-IDX) =
                               WS-QT-COST(WS-QT-BEST-IDX)
                           AND WS-QT-RANK(WS-QT-SCAN-IDX) <
                               WS-QT-RANK(WS-QT-BEST-IDX))
                           MOVE WS-QT-SCAN-IDX TO WS-QT-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BREAK-ITEM TO CPL-ITEM-CODE.
           MOVE SPACES TO CPL-ITEM-NAME.
           IF ITEM-MASTER-IS-OPEN
               MOVE WS-BREAK-ITEM TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO CPL-ITEM-NAME
                   NOT INVALID KEY
                       MOVE IM-ITEM-NAME TO CPL-ITEM-NAME
               END-READ
           END-IF.
           PERFORM VARYING WS-QT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-QT-SCAN-IDX > WS-QT-COUNT
               PERFORM PRINT-ONE-QUOTE
      * Item code and name on the item's first line only.
               MOVE SPACES TO CPL-ITEM-CODE
               MOVE SPACES TO CPL-ITEM-NAME
           END-PERFORM.
       END-PRINT-ONE-ITEM.
           CONTINUE.

       PRINT-ONE-QUOTE.
           MOVE WS-QT-SUPPLIER(WS-QT-SCAN-IDX) TO CPL-SUPPLIER-CODE.
           MOVE WS-QT-SUPP-NAME(WS-QT-SCAN-IDX) TO CPL-SUPPLIER-NAME.
           MOVE WS-QT-PRODUCT(WS-QT-SCAN-IDX) TO CPL-SUPP-PRODUCT.
           MOVE WS-QT-RANK(WS-QT-SCAN-IDX) TO CPL-RANK.
           MOVE WS-QT-COST(WS-QT-SCAN-IDX) TO CPL-COST.
           MOVE WS-QT-EFFECTIVE(WS-QT-SCAN-IDX) TO CPL-EFFECTIVE.
           MOVE SPACES TO CPL-FLAG.
           IF WS-QT-ACTIVE(WS-QT-SCAN-IDX) = 'N'
               MOVE "INACTIVE" TO CPL-FLAG
           END-IF.
           IF WS-QT-SCAN-IDX = WS-QT-BEST-IDX
               MOVE "CHEAPEST" TO CPL-FLAG
           END-IF.
           MOVE 'D' TO WS-RPT-ACTION.
           MOVE COMPARE-LINE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           ADD 1 TO WS-QUOTE-COUNT.

      * A supplier missing from SUPPLIER.IDX is shown by code alone
      * and judged as active -- the catalogue is what names it.
       LOOK-UP-SUPPLIER.
           MOVE SPACES TO WS-QT-SUPP-NAME(WS-QT-SCAN-IDX).
           MOVE 'Y' TO WS-QT-ACTIVE(WS-QT-SCAN-IDX).
           IF SUPPLIER-IS-OPEN
               MOVE WS-QT-SUPPLIER(WS-QT-SCAN-IDX) TO SU-SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SU-SUPPLIER-NAME TO
                               WS-QT-SUPP-NAME(WS-QT-SCAN-IDX)
                       MOVE SU-ACTIVE-FLAG TO
                               WS-QT-ACTIVE(WS-QT-SCAN-IDX)
               END-READ
           END-IF.

       END PROGRAM COST-COMPARE.
