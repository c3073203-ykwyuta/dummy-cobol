       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-ACK.
       AUTHOR. Jules.
      *
      * Acknowledgment matcher for the till price downloads. Every
      * till returns a line on TILL_ACK.DAT for each download it
      * loads, or fails to load -- store, till, the version (the
      * date the file's prices take effect), the detail count it
      * loaded, "OK" or its error code, and when -- and this run
      * holds those against the register TILL_PRICE writes, the
      * latest version sent each store. TILL_ACK.LST shows every
      * till heard from with the version it last loaded and its
      * verdict:
      *   CURRENT          loaded the latest version, count agreed
      *   LOAD FAILED      reported an error on the latest version
      *   COUNT MISMATCH   loaded a different count from the one
      *                    sent
      *   NOT LOADED       still on an older version although the
      *                    latest is already in effect
      *   AWAITING         the latest takes effect tomorrow and has
      *                    not been loaded yet
      * and, store by store, a latest version in effect that no till
      * has acknowledged at all, and acknowledgments for a version
      * the store was never sent. A store with a failed or short
      * load, or with nothing back at all, is sent the full refresh
      * by TILL_PRICE's next run on its own. A till left NOT LOADED
      * while others in its store loaded is not -- TILL_PRICE judges
      * the store by what comes back -- so that line asks for
      * MODE=FULL on TILL_PRICE.PARM, or the weekly refresh, to
      * bring the till level again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-REG-FILE ASSIGN TO DSN-TILL-REG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TILL-REG.
           SELECT ACK-FILE ASSIGN TO DSN-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACK.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
      * Mirror of the register line TILL_PRICE writes.
       FD  TILL-REG-FILE.
       01  TILL-REG-RECORD.
           05  TR-STORE-CODE        PIC X(4).
           05  TR-VERSION           PIC 9(8).
           05  TR-FILE-TYPE         PIC X.
           05  TR-RECORD-COUNT      PIC 9(7).
           05  TR-HASH-TOTAL        PIC 9(11)V99.
           05  TR-RUN-DATE          PIC 9(8).

      * Mirror of the acknowledgment line TILL_PRICE reads.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AK-STORE-CODE        PIC X(4).
           05  AK-TILL-ID           PIC X(4).
           05  AK-VERSION           PIC 9(8).
           05  AK-RECORD-COUNT      PIC 9(7).
           05  AK-STATUS            PIC X(2).
           05  AK-LOAD-DATE         PIC 9(8).
           05  AK-LOAD-TIME         PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-TILL-REG          PIC X(2).
           05  FS-ACK               PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-TILL-REG      PIC X(31)
              VALUE "data/master_update/TILL_REG.DAT".
           05 DSN-ACK           PIC X(31)
              VALUE "data/master_update/TILL_ACK.DAT".
           05 DSN-REPORT        PIC X(31)
              VALUE "data/master_update/TILL_ACK.LST".

       01  WS-EOF-FLAGS.
           05  WS-REG-EOF           PIC X VALUE 'N'.
           05  WS-ACK-EOF           PIC X VALUE 'N'.

      * A version takes effect on its own date, so by the business
      * date's run every till should have loaded any version dated
      * on or before it.
       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * The latest version sent each store, and whether any till
      * has acknowledged it.
       01  WS-STORE-TABLE.
           05  WS-SV-COUNT          PIC 9(3) VALUE 0.
           05  WS-SV-ENTRIES OCCURS 500 TIMES
                   INDEXED BY WS-SV-IDX.
               10  WS-SV-STORE      PIC X(4).
               10  WS-SV-VERSION    PIC 9(8).
               10  WS-SV-FILE-TYPE  PIC X.
               10  WS-SV-REC-COUNT  PIC 9(7).
               10  WS-SV-ACKED-FLAG PIC X.
       01  WS-STORE-IDX             PIC 9(4).

      * Each till heard from: the last version it reported on, with
      * that report, and the last version it loaded cleanly.
       01  WS-TILL-TABLE.
           05  WS-TL-COUNT          PIC 9(4) VALUE 0.
           05  WS-TL-ENTRIES OCCURS 3000 TIMES
                   INDEXED BY WS-TL-IDX.
               10  WS-TL-STORE      PIC X(4).
               10  WS-TL-TILL       PIC X(4).
               10  WS-TL-VERSION    PIC 9(8).
               10  WS-TL-STATUS     PIC X(2).
               10  WS-TL-REC-COUNT  PIC 9(7).
               10  WS-TL-LOAD-DATE  PIC 9(8).
               10  WS-TL-LOAD-TIME  PIC 9(4).
               10  WS-TL-LOADED     PIC 9(8).
       01  WS-TILL-IDX              PIC 9(4).
       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-FLAG            PIC X.

       01  WS-CONTROL-COUNTS.
           05  WS-REGISTRATIONS     PIC 9(7) VALUE 0.
           05  WS-ACKS-SEEN         PIC 9(7) VALUE 0.
           05  WS-CURRENT-COUNT     PIC 9(5) VALUE 0.
           05  WS-FAILED-COUNT      PIC 9(5) VALUE 0.
           05  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.
           05  WS-BEHIND-COUNT      PIC 9(5) VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(5) VALUE 0.
           05  WS-SILENT-COUNT      PIC 9(5) VALUE 0.
           05  WS-ORPHAN-ACK-COUNT  PIC 9(5) VALUE 0.

       01  TILL-STATUS-LINE.
           05  TSL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TSL-TILL-ID          PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(8) VALUE "LOADED: ".
           05  TSL-LOADED           PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(4) VALUE "AT: ".
           05  TSL-LOAD-DATE        PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TSL-LOAD-TIME        PIC 9(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "SENT: ".
           05  TSL-SENT             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TSL-VERDICT          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.

           PERFORM LOAD-TILL-REGISTER THRU END-LOAD-REGISTER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM APPLY-ACKNOWLEDGMENTS THRU END-APPLY-ACKS.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-SV-COUNT
               PERFORM JUDGE-ONE-STORE THRU END-JUDGE-ONE-STORE
           END-PERFORM.
           CLOSE REPORT-FILE.

           DISPLAY "TILL-ACK TOTALS -- REGISTRATIONS: "
                   WS-REGISTRATIONS
                   " ACKS: " WS-ACKS-SEEN
                   " CURRENT: " WS-CURRENT-COUNT
                   " FAILED: " WS-FAILED-COUNT
                   " COUNT MISMATCH: " WS-MISMATCH-COUNT
                   " NOT LOADED: " WS-BEHIND-COUNT
                   " AWAITING: " WS-AWAITING-COUNT
                   " SILENT STORES: " WS-SILENT-COUNT
                   " ORPHAN ACKS: " WS-ORPHAN-ACK-COUNT.
           IF WS-FAILED-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   OR WS-BEHIND-COUNT > 0 OR WS-SILENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Every night registers every open store, so the last line
      * for a store is the version its tills ought to be on.
       LOAD-TILL-REGISTER.
           OPEN INPUT TILL-REG-FILE.
           IF FS-TILL-REG NOT = "00"
               DISPLAY "TILL-ACK: NO DOWNLOAD REGISTER ON DISK -- "
                       "NOTHING TO MATCH."
               GO TO END-LOAD-REGISTER
           END-IF.
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ TILL-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       ADD 1 TO WS-REGISTRATIONS
                       PERFORM NOTE-ONE-REGISTRATION
               END-READ
           END-PERFORM.
           CLOSE TILL-REG-FILE.
       END-LOAD-REGISTER.
           CONTINUE.

       NOTE-ONE-REGISTRATION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SV-COUNT
               IF WS-SV-STORE(WS-SEARCH-IDX) = TR-STORE-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-SV-COUNT >= 500
                   DISPLAY "TILL-ACK WARNING: STORE TABLE FULL."
               ELSE
                   ADD 1 TO WS-SV-COUNT
                   MOVE WS-SV-COUNT TO WS-SEARCH-IDX
                   MOVE TR-STORE-CODE TO WS-SV-STORE(WS-SEARCH-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-FOUND-FLAG = 'Y'
               MOVE TR-VERSION TO WS-SV-VERSION(WS-SEARCH-IDX)
               MOVE TR-FILE-TYPE TO WS-SV-FILE-TYPE(WS-SEARCH-IDX)
               MOVE TR-RECORD-COUNT TO
                       WS-SV-REC-COUNT(WS-SEARCH-IDX)
               MOVE 'N' TO WS-SV-ACKED-FLAG(WS-SEARCH-IDX)
           END-IF.

      * An acknowledgment for a store never sent a download, or for
      * a version later than the latest it was sent, gets its own
      * line -- the till has mistyped it or the register has a
      * hole.
       APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE.
           IF FS-ACK NOT = "00"
               GO TO END-APPLY-ACKS
           END-IF.
           PERFORM UNTIL WS-ACK-EOF = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-ACKS-SEEN
                       PERFORM APPLY-ONE-ACK THRU END-APPLY-ONE-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
       END-APPLY-ACKS.
           CONTINUE.

       APPLY-ONE-ACK.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-SV-COUNT
               IF WS-SV-STORE(WS-STORE-IDX) = AK-STORE-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               GO TO ORPHAN-ACK
           END-IF.
           IF AK-VERSION > WS-SV-VERSION(WS-STORE-IDX)
               GO TO ORPHAN-ACK
           END-IF.
           IF AK-VERSION = WS-SV-VERSION(WS-STORE-IDX)
               MOVE 'Y' TO WS-SV-ACKED-FLAG(WS-STORE-IDX)
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                   UNTIL WS-TILL-IDX > WS-TL-COUNT
               IF WS-TL-STORE(WS-TILL-IDX) = AK-STORE-CODE
                       AND WS-TL-TILL(WS-TILL-IDX) = AK-TILL-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-TL-COUNT >= 3000
                   DISPLAY "TILL-ACK WARNING: TILL TABLE FULL, "
                           AK-STORE-CODE " " AK-TILL-ID " NOT LISTED."
                   GO TO END-APPLY-ONE-ACK
               END-IF
               ADD 1 TO WS-TL-COUNT
               MOVE WS-TL-COUNT TO WS-TILL-IDX
               MOVE AK-STORE-CODE TO WS-TL-STORE(WS-TILL-IDX)
               MOVE AK-TILL-ID TO WS-TL-TILL(WS-TILL-IDX)
               MOVE 0 TO WS-TL-VERSION(WS-TILL-IDX)
               MOVE 0 TO WS-TL-LOADED(WS-TILL-IDX)
           END-IF.
      * A till's report on a later version supersedes its report on
      * an earlier one; a second report on the same version (a
      * reload) supersedes the first.
           IF AK-VERSION >= WS-TL-VERSION(WS-TILL-IDX)
               MOVE AK-VERSION TO WS-TL-VERSION(WS-TILL-IDX)
               MOVE AK-STATUS TO WS-TL-STATUS(WS-TILL-IDX)
               MOVE AK-RECORD-COUNT TO WS-TL-REC-COUNT(WS-TILL-IDX)
               MOVE AK-LOAD-DATE TO WS-TL-LOAD-DATE(WS-TILL-IDX)
               MOVE AK-LOAD-TIME TO WS-TL-LOAD-TIME(WS-TILL-IDX)
           END-IF.
           IF AK-STATUS = "OK"
                   AND AK-VERSION > WS-TL-LOADED(WS-TILL-IDX)
               MOVE AK-VERSION TO WS-TL-LOADED(WS-TILL-IDX)
           END-IF.
           GO TO END-APPLY-ONE-ACK.
       ORPHAN-ACK.
           ADD 1 TO WS-ORPHAN-ACK-COUNT.
           MOVE AK-STORE-CODE TO TSL-STORE-CODE.
           MOVE AK-TILL-ID TO TSL-TILL-ID.
           MOVE AK-VERSION TO TSL-LOADED.
           MOVE AK-LOAD-DATE TO TSL-LOAD-DATE.
           MOVE AK-LOAD-TIME TO TSL-LOAD-TIME.
           MOVE 0 TO TSL-SENT.
           MOVE "ACK FOR A VERSION NEVER SENT" TO TSL-VERDICT.
           WRITE REPORT-RECORD FROM TILL-STATUS-LINE.
       END-APPLY-ONE-ACK.
           CONTINUE.

      * The store's tills one by one, then the store itself when
      * none of them has acknowledged a version already in effect.
       JUDGE-ONE-STORE.
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                   UNTIL WS-TILL-IDX > WS-TL-COUNT
               IF WS-TL-STORE(WS-TILL-IDX) =
                       WS-SV-STORE(WS-STORE-IDX)
                   PERFORM JUDGE-ONE-TILL
               END-IF
           END-PERFORM.
           IF WS-SV-ACKED-FLAG(WS-STORE-IDX) = 'Y'
                   OR WS-SV-VERSION(WS-STORE-IDX) > WS-PROC-DATE
               GO TO END-JUDGE-ONE-STORE
           END-IF.
           ADD 1 TO WS-SILENT-COUNT.
           MOVE WS-SV-STORE(WS-STORE-IDX) TO TSL-STORE-CODE.
           MOVE "----" TO TSL-TILL-ID.
           MOVE 0 TO TSL-LOADED.
           MOVE 0 TO TSL-LOAD-DATE.
           MOVE 0 TO TSL-LOAD-TIME.
           MOVE WS-SV-VERSION(WS-STORE-IDX) TO TSL-SENT.
           MOVE "NO TILL HAS ACKNOWLEDGED -- CHECK STORE"
                   TO TSL-VERDICT.
           WRITE REPORT-RECORD FROM TILL-STATUS-LINE.
       END-JUDGE-ONE-STORE.
           CONTINUE.

       JUDGE-ONE-TILL.
           MOVE WS-TL-STORE(WS-TILL-IDX) TO TSL-STORE-CODE.
           MOVE WS-TL-TILL(WS-TILL-IDX) TO TSL-TILL-ID.
           MOVE WS-TL-LOADED(WS-TILL-IDX) TO TSL-LOADED.
           MOVE WS-TL-LOAD-DATE(WS-TILL-IDX) TO TSL-LOAD-DATE.
           MOVE WS-TL-LOAD-TIME(WS-TILL-IDX) TO TSL-LOAD-TIME.
           MOVE WS-SV-VERSION(WS-STORE-IDX) TO TSL-SENT.
           MOVE SPACES TO TSL-VERDICT.
           EVALUATE TRUE
               WHEN WS-TL-VERSION(WS-TILL-IDX) =
                       WS-SV-VERSION(WS-STORE-IDX)
                       AND WS-TL-STATUS(WS-TILL-IDX) NOT = "OK"
                   ADD 1 TO WS-FAILED-COUNT
                   STRING "LOAD FAILED (" WS-TL-STATUS(WS-TILL-IDX)
                          ") -- CHECK TILL"
                       DELIMITED BY SIZE INTO TSL-VERDICT
               WHEN WS-TL-VERSION(WS-TILL-IDX) =
                       WS-SV-VERSION(WS-STORE-IDX)
                       AND WS-TL-REC-COUNT(WS-TILL-IDX) NOT =
                       WS-SV-REC-COUNT(WS-STORE-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "COUNT MISMATCH -- CHECK TILL" TO TSL-VERDICT
               WHEN WS-TL-VERSION(WS-TILL-IDX) =
                       WS-SV-VERSION(WS-STORE-IDX)
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE "CURRENT" TO TSL-VERDICT
               WHEN WS-SV-VERSION(WS-STORE-IDX) > WS-PROC-DATE
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING -- TAKES EFFECT TOMORROW"
                           TO TSL-VERDICT
               WHEN OTHER
                   ADD 1 TO WS-BEHIND-COUNT
                   MOVE "NOT LOADED -- SEND MODE=FULL"
                           TO TSL-VERDICT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM TILL-STATUS-LINE.

       END PROGRAM TILL-ACK.
