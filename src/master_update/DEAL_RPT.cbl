       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAL-RPT.
       AUTHOR. Jules.
      *
      * Deal effectiveness report -- PROMO_RPT's measure applied to
      * the mix-and-match deals on DEAL.IDX, read off the
      * HIST-DEAL-CODE SALES_PROC stamps on every line that earned a
      * deal. For every deal it takes one pass of the sales history
      * and reports:
      *   - units and value sold under the deal (lines carrying its
      *     code, inside the deal's window)
      *   - the run-rate of the deal's qualifying items in the four
      *     weeks before the window (any price, same store scope),
      *     per day next to the deal's own per-day rate
      *   - the discount given away: the deal lines at the master's
      *     regular IM-UNIT-PRICE less what they actually sold for
      *   - the margin kept: the deal lines' net value less their
      *     HIST-UNIT-COST as posted
      * A deal line whose item has left the master, or which
      * predates HIST-UNIT-COST, cannot be costed and flags the
      * deal.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FILE ASSIGN TO DSN-DEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS FS-DEAL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-FILE.
           COPY "DEALREC.CPY".

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-DEAL              PIC X(2).
           05  FS-HISTORY           PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-DEAL          PIC X(27)
              VALUE "data/master_update/DEAL.IDX".
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REPORT        PIC X(31)
              VALUE "data/master_update/DEAL_RPT.LST".

       01  WS-EOF-FLAGS.
           05  WS-DEAL-EOF          PIC X VALUE 'N'.
           05  WS-HISTORY-EOF       PIC X VALUE 'N'.

      * How far before the window the run-rate reaches back.
       01  WS-BASELINE-DAYS         PIC 9(3) VALUE 28.

      * The deals under measurement, each carrying its own
      * accumulators, and their qualifying members tied back to the
      * deal's slot, loaded as SALES_PROC loads them.
       01  WS-DEAL-TABLE.
           05  WS-DL-COUNT          PIC 9(3) VALUE 0.
           05  WS-DL-ENTRIES OCCURS 200 TIMES.
               10  WS-DL-CODE       PIC X(6).
               10  WS-DL-TYPE       PIC X.
               10  WS-DL-DESC       PIC X(20).
               10  WS-DL-STORE      PIC X(4).
               10  WS-DL-START      PIC 9(8).
               10  WS-DL-END        PIC 9(8).
               10  WS-DL-BASE-FROM  PIC 9(8).
               10  WS-DL-DEAL-UNITS PIC S9(9)V99.
               10  WS-DL-DEAL-VALUE PIC S9(11)V99.
               10  WS-DL-DEAL-NET   PIC S9(11)V99.
               10  WS-DL-REGULAR    PIC S9(11)V99.
               10  WS-DL-COST       PIC S9(11)V99.
               10  WS-DL-UNCOSTED   PIC 9(5).
               10  WS-DL-BASE-UNITS PIC S9(9)V99.
       01  WS-MEMBER-TABLE.
           05  WS-DM-COUNT          PIC 9(4) VALUE 0.
           05  WS-DM-ENTRIES OCCURS 1000 TIMES.
               10  WS-DM-DEAL-IDX   PIC 9(3).
               10  WS-DM-TYPE       PIC X.
               10  WS-DM-CODE       PIC X(8).
       01  WS-LOAD-IDX              PIC 9(3) VALUE 0.
       01  WS-SCAN-IDX              PIC 9(3).
       01  WS-DM-SCAN-IDX           PIC 9(4).
       01  WS-MEMBER-FLAG           PIC X.
           88  ITEM-IN-DEAL         VALUE 'Y'.
       01  WS-WORK-INT              PIC 9(8).

       01  WS-WINDOW-DAYS           PIC 9(5).
       01  WS-DEAL-RATE             PIC 9(7)V99.
       01  WS-BASE-RATE             PIC 9(7)V99.
       01  WS-MARGIN-TOTAL          PIC S9(11)V99.
       01  WS-DISCOUNT-TOTAL        PIC S9(11)V99.

       01  WS-CONTROL-COUNTS.
           05  WS-HISTORY-READ      PIC 9(7) VALUE 0.
           05  WS-DEAL-LINES-READ   PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-DEAL      PIC 9(7) VALUE 0.

       01  DEAL-LINE-1.
           05  DLL-DEAL-CODE        PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-DEAL-TYPE        PIC X(1).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-STORE-SCOPE      PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-START-DATE       PIC 9(8).
           05  FILLER               PIC X(1) VALUE "-".
           05  DLL-END-DATE         PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(7) VALUE "UNITS: ".
           05  DLL-DEAL-UNITS       PIC -(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(7) VALUE "VALUE: ".
           05  DLL-DEAL-VALUE       PIC -(8)9.99.

       01  DEAL-LINE-2.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "RATE/DAY NOW: ".
           05  DLL-DEAL-RATE        PIC ZZZZ9.99.
           05  FILLER               PIC X(9) VALUE " BEFORE: ".
           05  DLL-BASE-RATE        PIC ZZZZ9.99.
           05  FILLER               PIC X(9) VALUE " MARGIN: ".
           05  DLL-MARGIN-TOTAL     PIC -(8)9.99.
           05  FILLER               PIC X(12) VALUE " DISCOUNTED:".
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-DISCOUNT-TOTAL   PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  DLL-FLAG             PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-DEAL-ENTRIES THRU END-LOAD-DEALS.
           IF WS-DL-COUNT = 0
               DISPLAY "DEAL-RPT: NO DEALS ON FILE -- "
                       "NOTHING TO MEASURE."
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.
           PERFORM SCAN-SALES-HISTORY THRU END-SCAN-HISTORY.

           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DL-COUNT
               PERFORM REPORT-ONE-DEAL
           END-PERFORM.
           CLOSE ITEM-MASTER-FILE REPORT-FILE.

           DISPLAY "DEAL-RPT TOTALS -- DEALS: " WS-DL-COUNT
                   " HISTORY RECORDS READ: " WS-HISTORY-READ
                   " DEAL LINES: " WS-DEAL-LINES-READ
                   " UNKNOWN DEAL CODES: " WS-UNKNOWN-DEAL.
           STOP RUN.

       LOAD-DEAL-ENTRIES.
           OPEN INPUT DEAL-FILE.
           IF FS-DEAL NOT = "00"
               GO TO END-LOAD-DEALS
           END-IF.
           PERFORM UNTIL WS-DEAL-EOF = 'Y'
               READ DEAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEAL-EOF
                   NOT AT END
                       IF DL-IS-HEADER
                           PERFORM LOAD-ONE-DEAL
                       ELSE
                           PERFORM LOAD-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEAL-FILE.
       END-LOAD-DEALS.
           CONTINUE.

       LOAD-ONE-DEAL.
           MOVE 0 TO WS-LOAD-IDX.
           IF WS-DL-COUNT NOT < 200
               DISPLAY "DEAL-RPT WARNING: DEAL TABLE FULL, "
                       "DEAL DROPPED: " DL-DEAL-CODE
           ELSE
               ADD 1 TO WS-DL-COUNT
               MOVE WS-DL-COUNT TO WS-LOAD-IDX
               MOVE DL-DEAL-CODE TO WS-DL-CODE(WS-LOAD-IDX)
               MOVE DL-DEAL-TYPE TO WS-DL-TYPE(WS-LOAD-IDX)
               MOVE DL-DESCRIPTION TO WS-DL-DESC(WS-LOAD-IDX)
               MOVE DL-STORE-CODE TO WS-DL-STORE(WS-LOAD-IDX)
               MOVE DL-START-DATE TO WS-DL-START(WS-LOAD-IDX)
               MOVE DL-END-DATE TO WS-DL-END(WS-LOAD-IDX)
               COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(DL-START-DATE)
                       - WS-BASELINE-DAYS
               COMPUTE WS-DL-BASE-FROM(WS-LOAD-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE 0 TO WS-DL-DEAL-UNITS(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-DEAL-VALUE(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-DEAL-NET(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-REGULAR(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-COST(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-UNCOSTED(WS-LOAD-IDX)
               MOVE 0 TO WS-DL-BASE-UNITS(WS-LOAD-IDX)
           END-IF.

       LOAD-ONE-MEMBER.
           IF WS-LOAD-IDX > 0
               IF WS-DM-COUNT < 1000
                   ADD 1 TO WS-DM-COUNT
                   MOVE WS-LOAD-IDX TO WS-DM-DEAL-IDX(WS-DM-COUNT)
                   MOVE DL-MEMBER-TYPE TO WS-DM-TYPE(WS-DM-COUNT)
                   MOVE DL-MEMBER-CODE TO WS-DM-CODE(WS-DM-COUNT)
               ELSE
                   DISPLAY "DEAL-RPT WARNING: MEMBER TABLE FULL, "
                           "MEMBER DROPPED: " DL-DEAL-CODE " "
                           DL-MEMBER-CODE
               END-IF
           END-IF.

      * One pass of the history serves every deal. Returns are left
      * out of both sides, as PROMO_RPT leaves them out.
       SCAN-SALES-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY NOT = "00"
               DISPLAY "DEAL-RPT: NO HISTORY FILE ON DISK."
               GO TO END-SCAN-HISTORY
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF HIST-TRAN-TYPE NOT = 'R'
                               AND HIST-TRAN-TYPE NOT = 'V'
                           PERFORM MEASURE-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       END-SCAN-HISTORY.
           CONTINUE.

       MEASURE-ONE-SALE.
           IF HIST-DEAL-CODE NOT = SPACES
               PERFORM MEASURE-DEAL-LINE
           END-IF.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DL-COUNT
               IF HIST-TRAN-DATE >= WS-DL-BASE-FROM(WS-SCAN-IDX)
                       AND HIST-TRAN-DATE < WS-DL-START(WS-SCAN-IDX)
                       AND (WS-DL-STORE(WS-SCAN-IDX) = SPACES
                       OR WS-DL-STORE(WS-SCAN-IDX)
                       = HIST-STORE-CODE)
                   PERFORM CHECK-DEAL-MEMBER
                   IF ITEM-IN-DEAL
                       ADD HIST-QTY TO
                               WS-DL-BASE-UNITS(WS-SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * A line stamped with a deal code counts to that deal when it
      * falls inside the deal's window; the regular value comes
      * from the master's current shelf price.
       MEASURE-DEAL-LINE.
           ADD 1 TO WS-DEAL-LINES-READ.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DL-COUNT
                   OR WS-DL-CODE(WS-SCAN-IDX) = HIST-DEAL-CODE
               CONTINUE
           END-PERFORM.
           IF WS-SCAN-IDX > WS-DL-COUNT
               ADD 1 TO WS-UNKNOWN-DEAL
           ELSE
               IF HIST-TRAN-DATE >= WS-DL-START(WS-SCAN-IDX)
                       AND HIST-TRAN-DATE <= WS-DL-END(WS-SCAN-IDX)
                   ADD HIST-QTY TO WS-DL-DEAL-UNITS(WS-SCAN-IDX)
                   ADD HIST-EXT-VALUE TO
                           WS-DL-DEAL-VALUE(WS-SCAN-IDX)
                   ADD HIST-NET-VALUE TO
                           WS-DL-DEAL-NET(WS-SCAN-IDX)
                   MOVE HIST-ITEM-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-DL-UNCOSTED(WS-SCAN-IDX)
                       NOT INVALID KEY
                           COMPUTE WS-DL-REGULAR(WS-SCAN-IDX) ROUNDED
                                   = WS-DL-REGULAR(WS-SCAN-IDX)
                                   + HIST-QTY * IM-UNIT-PRICE
                   END-READ
                   IF HIST-UNIT-COST = 0
                       ADD 1 TO WS-DL-UNCOSTED(WS-SCAN-IDX)
                   ELSE
                       COMPUTE WS-DL-COST(WS-SCAN-IDX) ROUNDED =
                               WS-DL-COST(WS-SCAN-IDX)
                               + HIST-QTY * HIST-UNIT-COST
                   END-IF
               END-IF
           END-IF.

      * Does deal WS-SCAN-IDX qualify the history line's item, by
      * item or by the item's group?
       CHECK-DEAL-MEMBER.
           MOVE 'N' TO WS-MEMBER-FLAG.
           PERFORM VARYING WS-DM-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DM-SCAN-IDX > WS-DM-COUNT
                   OR ITEM-IN-DEAL
               IF WS-DM-DEAL-IDX(WS-DM-SCAN-IDX) = WS-SCAN-IDX
                   IF (WS-DM-TYPE(WS-DM-SCAN-IDX) = 'I'
                           AND WS-DM-CODE(WS-DM-SCAN-IDX)
                           = HIST-ITEM-CODE)
                       OR (WS-DM-TYPE(WS-DM-SCAN-IDX) = 'G'
                           AND WS-DM-CODE(WS-DM-SCAN-IDX)(1:2)
                           = HIST-ITEM-CODE(1:2))
                       SET ITEM-IN-DEAL TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-ONE-DEAL.
           MOVE WS-DL-CODE(WS-SCAN-IDX) TO DLL-DEAL-CODE.
           MOVE WS-DL-TYPE(WS-SCAN-IDX) TO DLL-DEAL-TYPE.
           MOVE WS-DL-DESC(WS-SCAN-IDX) TO DLL-DESCRIPTION.
           IF WS-DL-STORE(WS-SCAN-IDX) = SPACES
               MOVE "ALL" TO DLL-STORE-SCOPE
           ELSE
               MOVE WS-DL-STORE(WS-SCAN-IDX) TO DLL-STORE-SCOPE
           END-IF.
           MOVE WS-DL-START(WS-SCAN-IDX) TO DLL-START-DATE.
           MOVE WS-DL-END(WS-SCAN-IDX) TO DLL-END-DATE.
           MOVE WS-DL-DEAL-UNITS(WS-SCAN-IDX) TO DLL-DEAL-UNITS.
           MOVE WS-DL-DEAL-VALUE(WS-SCAN-IDX) TO DLL-DEAL-VALUE.
           WRITE REPORT-RECORD FROM DEAL-LINE-1.

           COMPUTE WS-WINDOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DL-END(WS-SCAN-IDX))
                   - FUNCTION INTEGER-OF-DATE
                   (WS-DL-START(WS-SCAN-IDX)) + 1.
           IF WS-WINDOW-DAYS < 1
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-DEAL-RATE ROUNDED =
                   WS-DL-DEAL-UNITS(WS-SCAN-IDX) / WS-WINDOW-DAYS.
           COMPUTE WS-BASE-RATE ROUNDED =
                   WS-DL-BASE-UNITS(WS-SCAN-IDX) / WS-BASELINE-DAYS.
           MOVE WS-DEAL-RATE TO DLL-DEAL-RATE.
           MOVE WS-BASE-RATE TO DLL-BASE-RATE.

           COMPUTE WS-MARGIN-TOTAL = WS-DL-DEAL-NET(WS-SCAN-IDX)
                   - WS-DL-COST(WS-SCAN-IDX).
           COMPUTE WS-DISCOUNT-TOTAL = WS-DL-REGULAR(WS-SCAN-IDX)
                   - WS-DL-DEAL-NET(WS-SCAN-IDX).
           MOVE WS-MARGIN-TOTAL TO DLL-MARGIN-TOTAL.
           MOVE WS-DISCOUNT-TOTAL TO DLL-DISCOUNT-TOTAL.
           IF WS-DL-UNCOSTED(WS-SCAN-IDX) > 0
               MOVE "COST UNKNOWN" TO DLL-FLAG
           ELSE
               IF WS-MARGIN-TOTAL < 0
                   MOVE "BELOW COST" TO DLL-FLAG
               ELSE
                   MOVE SPACES TO DLL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM DEAL-LINE-2.

       END PROGRAM DEAL-RPT.
