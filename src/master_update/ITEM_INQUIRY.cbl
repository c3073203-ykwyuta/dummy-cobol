      * window in days comes from ITEM_INQUIRY.PARM through the
      * shared PARM_READER, defaulting to 14. Still a read-only
      * companion to ITEM_MAINT.
      *
      * An item that ITEM_MERGE folded into another says so, with the
      * surviving code and the merge date, and an item other codes
      * were merged into takes their recent sales and movements in
      * with its own, found through the merge cross-reference
      * (ITEM_MERGE.IDX).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUSPENSE-FILE ASSIGN TO DSN-SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.
           SELECT MERGE-XREF-FILE ASSIGN TO DSN-MERGE-XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-RETIRED-CODE
               FILE STATUS IS FS-MERGE-XREF.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
       FD  SUSPENSE-FILE.
           COPY "SUSPREC.CPY".

       FD  MERGE-XREF-FILE.
           COPY "MERGEREC.CPY".

       FD  REPORT-FILE.
      * Wide enough for FOUND-LINE, the longest line written here.
       01  REPORT-RECORD            PIC X(110).
           05  FS-HIST-INDEX        PIC X(2).
           05  FS-AUDIT             PIC X(2).
           05  FS-SUSPENSE          PIC X(2).
           05  FS-MERGE-XREF        PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
              VALUE "data/master_update/INV_AUDIT.LOG".
           05 DSN-SUSPENSE      PIC X(37)
              VALUE "data/master_update/SUSPENSE_SALES.DAT".
           05 DSN-MERGE-XREF    PIC X(33)
              VALUE "data/master_update/ITEM_MERGE.IDX".
           05 DSN-REPORT        PIC X(37)
              VALUE "data/master_update/ITEM_INQUIRY.LST".

       01  WS-INDEX-EOF-FLAG        PIC X.
       01  WS-AUDIT-EOF-FLAG        PIC X.
       01  WS-SUSP-EOF-FLAG         PIC X.
       01  WS-XREF-EOF-FLAG         PIC X.
       01  WS-XREF-OPEN-FLAG        PIC X VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-FOUND-COUNT           PIC 9(5) VALUE 0.
       01  WS-NOT-FOUND-COUNT       PIC 9(5) VALUE 0.

      * The item in hand and every code merged into it, directly or
      * through another merged code; their history and movements
      * are reported together.
       01  WS-CODE-TABLE.
           05  WS-CD-ITEM OCCURS 50 TIMES PIC X(8).
       01  WS-CD-COUNT              PIC 9(3) VALUE 0.
       01  WS-CD-IDX                PIC 9(3).
       01  WS-CD-SUB                PIC 9(3).
       01  WS-MATCH-CODE            PIC X(8).
       01  WS-CODE-FOUND            PIC X.
       01  WS-CODES-ADDED           PIC X.

      * One entry per trading day inside the window for the item in
      * hand, kept in date order -- each code's keyed history
      * arrives in date order, but a merged item's several codes
      * each start again from the cutoff, so a day is found or
      * inserted in place.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT         PIC 9(3) VALUE 0.
           05  WS-DAY-ENTRIES OCCURS 120 TIMES
               10  WS-DY-NET-QTY    PIC S9(7)V99.
               10  WS-DY-NET-VALUE  PIC S9(9)V99.
       01  WS-DAY-SCAN-IDX          PIC 9(3).
       01  WS-DAY-HIT-IDX           PIC 9(3).
       01  WS-DAY-MOVE-IDX          PIC 9(3).

      * Mirror of HISTORYREC.CPY for unpacking IH-IMAGE.
       01  WS-HIST-IMAGE.
           05  WH-RETURN-REASON     PIC X(2).
           05  WH-CUST-NO           PIC X(8).
           05  WH-UNIT-COST         PIC 9(7)V99.
           05  WH-DEAL-CODE         PIC X(6).
           05  WH-TAX-EXEMPT        PIC X.
           05  WH-OPERATOR-ID       PIC X(5).
           05  WH-TERMINAL-NO       PIC X(3).
           05  WH-TRAN-TIME         PIC X(4).

       01  WS-ENTRY-QTY             PIC S9(7)V99.
       01  WS-ENTRY-BEFORE          PIC S9(7)V99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ML-REASON            PIC X(2).

       01  MERGED-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "MERGED INTO ".
           05  MGL-SURVIVOR-CODE    PIC X(8).
           05  FILLER               PIC X(4) VALUE " ON ".
           05  MGL-MERGE-DATE       PIC 9(8).

       01  MERGED-FROM-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(19)
               VALUE "INCLUDES MERGED:   ".
           05  MFL-RETIRED-CODE     PIC X(8).

       01  SUSP-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE "IN SUSPENSE: ".
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           OPEN INPUT MERGE-XREF-FILE.
           IF FS-MERGE-XREF = "00"
               MOVE 'Y' TO WS-XREF-OPEN-FLAG
           END-IF.

           PERFORM UNTIL IS-EOF
               READ INQUIRY-FILE
                   " NOT FOUND: " WS-NOT-FOUND-COUNT.

       END-PROGRAM.
           IF WS-XREF-OPEN-FLAG = 'Y'
               CLOSE MERGE-XREF-FILE
           END-IF.
           CLOSE INQUIRY-FILE ITEM-MASTER-FILE REPORT-FILE.
           STOP RUN.

                   END-IF
                   WRITE REPORT-RECORD FROM FOUND-LINE
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM LIST-MERGE-STATE THRU END-LIST-MERGE-STATE
                   PERFORM LIST-RECENT-SALES THRU END-LIST-RECENT-SALES
                   PERFORM LIST-RECENT-MOVEMENTS
                   THRU END-LIST-RECENT-MOVES
                   PERFORM LIST-SUSPENSE-STATE THRU END-LIST-SUSPENSE
           END-READ.

      * Whether the item was itself merged away, and which codes
      * were merged into it. The code table is filled by passes over
      * the cross-reference, each taking in the codes merged into one
      * already held, until a pass adds nothing.
       LIST-MERGE-STATE.
           MOVE 1 TO WS-CD-COUNT.
           MOVE IQ-ITEM-CODE TO WS-CD-ITEM(1).
           IF WS-XREF-OPEN-FLAG NOT = 'Y'
               GO TO END-LIST-MERGE-STATE
           END-IF.
           MOVE IQ-ITEM-CODE TO MX-RETIRED-CODE.
           READ MERGE-XREF-FILE
               NOT INVALID KEY
                   MOVE MX-SURVIVOR-CODE TO MGL-SURVIVOR-CODE
                   MOVE MX-MERGE-DATE TO MGL-MERGE-DATE
                   WRITE REPORT-RECORD FROM MERGED-LINE
           END-READ.

           MOVE 'Y' TO WS-CODES-ADDED.
           PERFORM UNTIL WS-CODES-ADDED = 'N'
               MOVE 'N' TO WS-CODES-ADDED
               MOVE LOW-VALUES TO MX-RETIRED-CODE
               MOVE 'N' TO WS-XREF-EOF-FLAG
               START MERGE-XREF-FILE KEY >= MX-RETIRED-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
               END-START
               PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
                   READ MERGE-XREF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-XREF-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-IN-MERGED-CODE
                   END-READ
               END-PERFORM
           END-PERFORM.
       END-LIST-MERGE-STATE.
           CONTINUE.

       TAKE-IN-MERGED-CODE.
           MOVE MX-SURVIVOR-CODE TO WS-MATCH-CODE.
           PERFORM FIND-CODE.
           IF WS-CODE-FOUND = 'Y'
               MOVE MX-RETIRED-CODE TO WS-MATCH-CODE
               PERFORM FIND-CODE
               IF WS-CODE-FOUND = 'N' AND WS-CD-COUNT < 50
                   ADD 1 TO WS-CD-COUNT
                   MOVE MX-RETIRED-CODE TO WS-CD-ITEM(WS-CD-COUNT)
                   MOVE 'Y' TO WS-CODES-ADDED
                   MOVE MX-RETIRED-CODE TO MFL-RETIRED-CODE
                   WRITE REPORT-RECORD FROM MERGED-FROM-LINE
               END-IF
           END-IF.

       FIND-CODE.
           MOVE 'N' TO WS-CODE-FOUND.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-ITEM(WS-CD-SUB) = WS-MATCH-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Recent sales and returns netted per day off the keyed
      * history -- a START on each code reads only that code's
      * records. With no keyed history on file yet, the section is
      * simply absent from the page.
       LIST-RECENT-SALES.
           MOVE 0 TO WS-DAY-COUNT.
           OPEN INPUT HIST-INDEX-FILE.
           IF FS-HIST-INDEX NOT = "00"
               GO TO END-LIST-RECENT-SALES
           END-IF.
           PERFORM NET-ONE-CODE-SALES
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT.
           CLOSE HIST-INDEX-FILE.

           PERFORM VARYING WS-DAY-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DAY-SCAN-IDX > WS-DAY-COUNT
               MOVE WS-DY-DATE(WS-DAY-SCAN-IDX) TO DL-DATE
               MOVE WS-DY-NET-QTY(WS-DAY-SCAN-IDX) TO DL-NET-QTY
               MOVE WS-DY-NET-VALUE(WS-DAY-SCAN-IDX) TO DL-NET-VALUE
               WRITE REPORT-RECORD FROM DAY-LINE
           END-PERFORM.
       END-LIST-RECENT-SALES.
           CONTINUE.

       NET-ONE-CODE-SALES.
           MOVE 'N' TO WS-INDEX-EOF-FLAG.
           MOVE WS-CD-ITEM(WS-CD-IDX) TO IH-ITEM-CODE.
           MOVE WS-CUTOFF-DATE TO IH-TRAN-DATE.
           MOVE 0 TO IH-SEQ-NO.
           START HIST-INDEX-FILE KEY >= IH-KEY
                   AT END
                       MOVE 'Y' TO WS-INDEX-EOF-FLAG
                   NOT AT END
                       IF IH-ITEM-CODE NOT = WS-CD-ITEM(WS-CD-IDX)
                           MOVE 'Y' TO WS-INDEX-EOF-FLAG
                       ELSE
                           PERFORM NET-ONE-SALE-DAY
                       END-IF
               END-READ
           END-PERFORM.

      * The day's entry is found, or a new one opened in date order
      * by shifting the later days along one place.
       NET-ONE-SALE-DAY.
           MOVE IH-IMAGE TO WS-HIST-IMAGE.
           MOVE 0 TO WS-DAY-HIT-IDX.
           PERFORM VARYING WS-DAY-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DAY-SCAN-IDX > WS-DAY-COUNT
               IF WS-DY-DATE(WS-DAY-SCAN-IDX) >= WH-TRAN-DATE
                   MOVE WS-DAY-SCAN-IDX TO WS-DAY-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DAY-HIT-IDX = 0
                   OR WS-DY-DATE(WS-DAY-HIT-IDX) NOT = WH-TRAN-DATE
               IF WS-DAY-COUNT >= 120
                   GO TO END-NET-ONE-SALE-DAY
               END-IF
               IF WS-DAY-HIT-IDX = 0
                   COMPUTE WS-DAY-HIT-IDX = WS-DAY-COUNT + 1
               END-IF
               PERFORM VARYING WS-DAY-MOVE-IDX FROM WS-DAY-COUNT BY -1
                       UNTIL WS-DAY-MOVE-IDX < WS-DAY-HIT-IDX
                   MOVE WS-DAY-ENTRIES(WS-DAY-MOVE-IDX) TO
                           WS-DAY-ENTRIES(WS-DAY-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-DAY-COUNT
               MOVE WH-TRAN-DATE TO WS-DY-DATE(WS-DAY-HIT-IDX)
               MOVE 0 TO WS-DY-NET-QTY(WS-DAY-HIT-IDX)
               MOVE 0 TO WS-DY-NET-VALUE(WS-DAY-HIT-IDX)
           END-IF.
           IF WH-TRAN-TYPE = 'R' OR WH-TRAN-TYPE = 'V'
               SUBTRACT WH-QTY FROM WS-DY-NET-QTY(WS-DAY-HIT-IDX)
               SUBTRACT WH-EXT-VALUE FROM
                       WS-DY-NET-VALUE(WS-DAY-HIT-IDX)
           ELSE
               ADD WH-QTY TO WS-DY-NET-QTY(WS-DAY-HIT-IDX)
               ADD WH-EXT-VALUE TO WS-DY-NET-VALUE(WS-DAY-HIT-IDX)
           END-IF.
       END-NET-ONE-SALE-DAY.
           CONTINUE.
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-FLAG
                   NOT AT END
                       MOVE AU-ITEM-CODE TO WS-MATCH-CODE
                       PERFORM FIND-CODE
                       IF WS-CODE-FOUND = 'Y'
                               AND AU-RUN-DATE >= WS-CUTOFF-DATE
                           PERFORM WRITE-MOVEMENT-LINE
                       END-IF
