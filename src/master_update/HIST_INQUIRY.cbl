      * archive totals are marked ARCHIVE so the reader knows which
      * figures are summarized. The merge is an internal SORT on
      * date, the same technique SUMM01 uses.
      *
      * Item codes folded into another by ITEM_MERGE are followed
      * through the merge cross-reference (ITEM_MERGE.IDX): asking
      * for a retired code gives the statement of the item that
      * survived it, and a survivor's statement takes in the history
      * of every code merged into it, each such line noting the code
      * it was recorded under.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS FS-HIST-INDEX.
           SELECT MERGE-XREF-FILE ASSIGN TO DSN-MERGE-XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-RETIRED-CODE
               FILE STATUS IS FS-MERGE-XREF.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
       FD  HIST-INDEX-FILE.
           COPY "HISTIDX.CPY".

       FD  MERGE-XREF-FILE.
           COPY "MERGEREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

           05  SW-QTY               PIC S9(7)V99.
           05  SW-VALUE             PIC S9(9)V99.
           05  SW-STORE-CODE        PIC X(4).
           05  SW-ITEM-CODE         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-ARCHIVE           PIC X(2).
           05  FS-HIST-INDEX        PIC X(2).
           05  FS-MERGE-XREF        PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
              VALUE "data/master_update/SALES_HISTORY.ARC".
           05 DSN-HIST-INDEX    PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.IDX".
           05 DSN-MERGE-XREF    PIC X(33)
              VALUE "data/master_update/ITEM_MERGE.IDX".
           05 DSN-REPORT        PIC X(35)
              VALUE "data/master_update/HIST_INQUIRY.LST".

           05  WS-INDEX-EOF         PIC X VALUE 'N'.
           05  WS-SORT-EOF          PIC X VALUE 'N'.

      * The codes whose history makes up the statement: the item
      * itself first, then every code merged into it, directly or
      * through another merged code. Each carries its own earliest
      * date on the keyed history -- the flat scan and the archive
      * only release that code's records dated before it, so nothing
      * is counted twice and nothing older than the keyed file is
      * lost. It stays at high-nines when the code has no keyed
      * entry, which makes the other sources release everything.
       01  WS-CODE-TABLE.
           05  WS-CD-ENTRY OCCURS 50 TIMES.
               10  WS-CD-ITEM       PIC X(8).
               10  WS-CD-EARLIEST   PIC 9(8).
       01  WS-CD-COUNT              PIC 9(3) VALUE 0.
       01  WS-CD-IDX                PIC 9(3).
       01  WS-CD-SUB                PIC 9(3).
       01  WS-MATCH-CODE            PIC X(8).
       01  WS-CODE-FOUND            PIC X.
       01  WS-RETIRED-FOUND         PIC X.
       01  WS-CODES-ADDED           PIC X.
       01  WS-XREF-EOF              PIC X.
       01  WS-HOP-COUNT             PIC 9(3).

      * Mirror of HISTORYREC.CPY for unpacking IH-IMAGE -- an
      * independent copy, the way COMPARE_MASTER mirrors the backup
           05  WH-RETURN-REASON     PIC X(2).
           05  WH-CUST-NO           PIC X(8).
           05  WH-UNIT-COST         PIC 9(7)V99.
           05  WH-DEAL-CODE         PIC X(6).
           05  WH-TAX-EXEMPT        PIC X.
           05  WH-OPERATOR-ID       PIC X(5).
           05  WH-TERMINAL-NO       PIC X(3).
           05  WH-TRAN-TIME         PIC X(4).

       01  WS-RUNNING-QTY           PIC S9(9)V99 VALUE 0.
       01  WS-RUNNING-VALUE         PIC S9(11)V99 VALUE 0.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(9) VALUE "RUN QTY: ".
           05  SL-RUNNING-QTY       PIC -(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  SL-FROM-NOTE         PIC X(13).

       01  HEADER-LINE.
           05  FILLER               PIC X(23)
               VALUE "MOVEMENT STATEMENT FOR ".
           05  HDR-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  HDR-MERGE-NOTE       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF PM-TO-DATE IS NUMERIC AND PM-TO-DATE NOT = 0
               MOVE PM-TO-DATE TO WS-TO-DATE
           END-IF.
           PERFORM GATHER-MERGED-CODES THRU END-GATHER-MERGED-CODES.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TRAN-DATE SW-SOURCE
                   " NET VALUE: " WS-RUNNING-VALUE.
           STOP RUN.

      * A retired code is first followed to the item that survived
      * it; the code table is then filled by passes over the cross-
      * reference, each taking in the codes merged into one already
      * held, until a pass adds nothing. No cross-reference means no
      * merges, and the statement is of the item alone.
       GATHER-MERGED-CODES.
           MOVE 1 TO WS-CD-COUNT.
           MOVE WS-SELECT-ITEM TO WS-CD-ITEM(1).
           MOVE 99999999 TO WS-CD-EARLIEST(1).
           OPEN INPUT MERGE-XREF-FILE.
           IF FS-MERGE-XREF NOT = "00"
               GO TO END-GATHER-MERGED-CODES
           END-IF.

           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'Y' TO WS-RETIRED-FOUND.
           PERFORM UNTIL WS-RETIRED-FOUND = 'N' OR WS-HOP-COUNT > 20
               MOVE WS-SELECT-ITEM TO MX-RETIRED-CODE
               READ MERGE-XREF-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RETIRED-FOUND
                   NOT INVALID KEY
                       MOVE MX-SURVIVOR-CODE TO WS-SELECT-ITEM
                       ADD 1 TO WS-HOP-COUNT
               END-READ
           END-PERFORM.
           IF WS-SELECT-ITEM NOT = PM-ITEM-CODE
               MOVE WS-SELECT-ITEM TO WS-CD-ITEM(1)
               STRING "(REQUESTED AS " DELIMITED BY SIZE
                      PM-ITEM-CODE DELIMITED BY SPACE
                      ", MERGED)" DELIMITED BY SIZE
                      INTO HDR-MERGE-NOTE
           END-IF.

           MOVE 'Y' TO WS-CODES-ADDED.
           PERFORM UNTIL WS-CODES-ADDED = 'N'
               MOVE 'N' TO WS-CODES-ADDED
               MOVE LOW-VALUES TO MX-RETIRED-CODE
               MOVE 'N' TO WS-XREF-EOF
               START MERGE-XREF-FILE KEY >= MX-RETIRED-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                   READ MERGE-XREF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-XREF-EOF
                       NOT AT END
                           PERFORM TAKE-IN-MERGED-CODE
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE MERGE-XREF-FILE.
       END-GATHER-MERGED-CODES.
           CONTINUE.

      * A retired code joins the table when the code it was merged
      * into is already there, and it is not there itself.
       TAKE-IN-MERGED-CODE.
           MOVE MX-SURVIVOR-CODE TO WS-MATCH-CODE.
           PERFORM FIND-CODE.
           IF WS-CODE-FOUND = 'Y'
               MOVE MX-RETIRED-CODE TO WS-MATCH-CODE
               PERFORM FIND-CODE
               IF WS-CODE-FOUND = 'N' AND WS-CD-COUNT < 50
                   ADD 1 TO WS-CD-COUNT
                   MOVE MX-RETIRED-CODE TO WS-CD-ITEM(WS-CD-COUNT)
                   MOVE 99999999 TO WS-CD-EARLIEST(WS-CD-COUNT)
                   MOVE 'Y' TO WS-CODES-ADDED
               END-IF
           END-IF.

      * Looks WS-MATCH-CODE up in the code table, leaving its
      * position in WS-CD-SUB.
       FIND-CODE.
           MOVE 'N' TO WS-CODE-FOUND.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-ITEM(WS-CD-SUB) = WS-MATCH-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Detail records release one line per posted transaction; the
      * archive releases its one-per-day summarized totals, already
      * netted by ARCHIVE_HIST. Either file may be missing.
       RELEASE-BOTH-SOURCES.
           PERFORM RELEASE-KEYED-DETAIL THRU END-RELEASE-KEYED
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT.

      * ARCHIVE_HIST summarizes aged records out of the FLAT file
      * only -- the keyed history still holds their full detail --
                       AT END
                           MOVE 'Y' TO WS-ARCHIVE-EOF
                       NOT AT END
                           MOVE ARC-ITEM-CODE TO WS-MATCH-CODE
                           PERFORM FIND-CODE
                           IF WS-CODE-FOUND = 'Y'
                                   AND ARC-TRAN-DATE >= WS-FROM-DATE
                                   AND ARC-TRAN-DATE <= WS-TO-DATE
                                   AND ARC-TRAN-DATE
                                   < WS-CD-EARLIEST(WS-CD-SUB)
                               MOVE ARC-TRAN-DATE TO SW-TRAN-DATE
                               MOVE 'A' TO SW-SOURCE
                               MOVE SPACE TO SW-TRAN-TYPE
                               MOVE ARC-NET-QTY TO SW-QTY
                               MOVE ARC-TOTAL-VALUE TO SW-VALUE
                               MOVE SPACES TO SW-STORE-CODE
                               MOVE ARC-ITEM-CODE TO SW-ITEM-CODE
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           MOVE HIST-ITEM-CODE TO WS-MATCH-CODE
                           PERFORM FIND-CODE
                           IF WS-CODE-FOUND = 'Y'
                                   AND HIST-TRAN-DATE >= WS-FROM-DATE
                                   AND HIST-TRAN-DATE <= WS-TO-DATE
                                   AND HIST-TRAN-DATE
                                   < WS-CD-EARLIEST(WS-CD-SUB)
                               MOVE HIST-TRAN-DATE TO SW-TRAN-DATE
                               MOVE 'D' TO SW-SOURCE
                               MOVE HIST-TRAN-TYPE TO SW-TRAN-TYPE
                                           HIST-EXT-VALUE * -1
                               END-IF
                               MOVE HIST-STORE-CODE TO SW-STORE-CODE
                               MOVE HIST-ITEM-CODE TO SW-ITEM-CODE
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
       END-RELEASE-DETAIL.
           CONTINUE.

      * The keyed path, once for each code in the table: START at
      * the code's very first key so its earliest keyed date is
      * known -- that date is the boundary the flat scan stops short
      * of -- then release the records inside the requested range
      * until the code (or range) runs out.
       RELEASE-KEYED-DETAIL.
           OPEN INPUT HIST-INDEX-FILE.
           IF FS-HIST-INDEX NOT = "00"
               GO TO END-RELEASE-KEYED
           END-IF.

           MOVE 'N' TO WS-INDEX-EOF.
           MOVE WS-CD-ITEM(WS-CD-IDX) TO IH-ITEM-CODE.
           MOVE 0 TO IH-TRAN-DATE.
           MOVE 0 TO IH-SEQ-NO.
           START HIST-INDEX-FILE KEY >= IH-KEY
                   AT END
                       MOVE 'Y' TO WS-INDEX-EOF
                   NOT AT END
                       IF IH-ITEM-CODE NOT = WS-CD-ITEM(WS-CD-IDX)
                               OR IH-TRAN-DATE > WS-TO-DATE
                           MOVE 'Y' TO WS-INDEX-EOF
                       ELSE
                           IF IH-TRAN-DATE < WS-CD-EARLIEST(WS-CD-IDX)
                               MOVE IH-TRAN-DATE TO
                                       WS-CD-EARLIEST(WS-CD-IDX)
                           END-IF
                           IF IH-TRAN-DATE >= WS-FROM-DATE
                               PERFORM RELEASE-ONE-KEYED-LINE
               COMPUTE SW-VALUE = WH-EXT-VALUE * -1
           END-IF.
           MOVE WH-STORE-CODE TO SW-STORE-CODE.
           MOVE WH-ITEM-CODE TO SW-ITEM-CODE.
           RELEASE SORT-WORK-RECORD.

       WRITE-STATEMENT.
           ADD SW-QTY TO WS-RUNNING-QTY.
           ADD SW-VALUE TO WS-RUNNING-VALUE.
           MOVE WS-RUNNING-QTY TO SL-RUNNING-QTY.
           IF SW-ITEM-CODE = WS-SELECT-ITEM
               MOVE SPACES TO SL-FROM-NOTE
           ELSE
               STRING "FROM " SW-ITEM-CODE DELIMITED BY SIZE
                       INTO SL-FROM-NOTE
           END-IF.
           WRITE REPORT-RECORD FROM STATEMENT-LINE.

       END PROGRAM HIST-INQUIRY.
