       FILE-CONTROL.
           SELECT MASTER-IN ASSIGN TO "data/matching/MASTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The same master held as an indexed file, for the keyed mode
      * below.
           SELECT MASTER-KEYED ASSIGN TO "data/matching/MASTER.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MK-KEY
                  FILE STATUS IS FS-MASTER-KEYED.
           SELECT TRAN-IN ASSIGN TO "data/matching/TRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-TRAN-IN.
          05 M-KEY PIC 9(5).
          05 M-DATA PIC X(20).

      * Keyed mode (MODE=KEYED on MATCH01.PARM): no old-master/new-
      * master copy at all. Each due transaction reads its master
      * record by key; the key's transactions build the record up in
      * WS-MASTER-WORK exactly as in the sequential pass, and the
      * result is rewritten (or deleted) in place when the next key
      * comes up. Adds are written straight to the file. The audit
      * trail, counts, pending file and checkpoint all work as in
      * the sequential pass, the counts covering the records touched.
       FD MASTER-KEYED.
       01 MASTER-KEYED-REC.
          05 MK-KEY PIC 9(5).
          05 MK-DATA PIC X(20).

      * The raw transaction feed. Each transaction now carries an
      * effective date: zero (or any date that has arrived) applies
      * tonight, a future date parks on the pending file until its
      * day comes -- the discipline PRICE_PROC already has with its
      * pending-price file, brought to the generic match/merge.
      * A 'P' (partial) transaction changes one slice of the record
      * only: the slice's start position within the master record
      * (6 to 25 -- the key in 1-5 cannot be changed this way) and
      * its length ride at the end of the line, and the new value
      * for the slice is carried left-justified in TF-DATA. Every
      * byte outside the slice is left as it stands.
       FD TRAN-IN.
       01 TRAN-FEED-REC.
          05 TF-KEY PIC 9(5).
          05 TF-MODE PIC X(1).
          05 TF-DATA PIC X(20).
          05 TF-EFF-DATE PIC 9(8).
          05 TF-SLICE-START PIC 9(2).
          05 TF-SLICE-LENGTH PIC 9(2).

      * Future-dated transactions waiting for their day, same
      * layout as the feed so a matured entry replays unchanged.
          05 TP-MODE PIC X(1).
          05 TP-DATA PIC X(20).
          05 TP-EFF-DATE PIC 9(8).
          05 TP-SLICE-START PIC 9(2).
          05 TP-SLICE-LENGTH PIC 9(2).

       FD NEW-PENDING-OUT.
       01 NEW-PENDING-REC PIC X(38).

      * The night's due work: tonight's due feed records merged in
      * key order with the pending file's matured entries -- this
          05 T-KEY PIC 9(5).
          05 T-MODE PIC X(1).
          05 T-DATA PIC X(20).
          05 T-SLICE-START PIC 9(2).
          05 T-SLICE-LENGTH PIC 9(2).

       FD NEW-MASTER-OUT.
       01 NEW-MASTER-REC.
       01 NEW-MASTER-TRIM-REC PIC X(25).

       FD AUDIT-TRIM.
       01 AUDIT-TRIM-REC PIC X(55).

      * Position in both inputs plus the control counters, saved
      * periodically the way SALES-PROC checkpoints its sales
      * Before/after trail for every master record a transaction
      * actually changes (adds included, with a blank before side)
      * -- not written for records that just pass through untouched.
      * A partial change ('P') shows only its slice before and after,
      * left-justified, with the slice's record position and length
      * alongside; those two are blank on whole-record lines.
       FD AUDIT-REPORT.
       01 AUDIT-REC.
          05 AU-KEY PIC 9(5).
          05 AU-BEFORE-DATA PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-AFTER-DATA PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AU-SLICE.
             10 AU-SLICE-START PIC 9(2).
             10 FILLER PIC X(1).
             10 AU-SLICE-LENGTH PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAGS.
          05 WS-TRAN-EOF PIC X(1) VALUE 'N'.

       01 FS-CHECKPOINT PIC X(2).
       01 FS-MASTER-KEYED PIC X(2).
       01 FS-TRAN-IN PIC X(2).
       01 FS-PENDING-IN PIC X(2).
       01 FS-NEW-PENDING PIC X(2).
       01 WS-KW-KEYWORD PIC X(12).
       01 WS-KW-VALUE PIC X(60).
       01 WS-KW-FOUND PIC X(1).
       01 WS-MODE-PARM-DSN PIC X(80)
               VALUE "data/matching/MATCH01.PARM".
       01 WS-UPDATE-MODE PIC X(1) VALUE 'S'.
           88 SEQUENTIAL-UPDATE-MODE VALUE 'S'.
           88 KEYED-UPDATE-MODE VALUE 'K'.
      * 'Y' while WS-MASTER-WORK holds a record read by key that has
      * not yet been rewritten.
       01 WS-HELD-FLAG PIC X(1) VALUE 'N'.
      * Set when a keyed REWRITE, DELETE or WRITE against MASTER.IDX
      * is refused: the transaction is rejected, the success counts
      * are left alone, and the run ends RC 8 -- the file no longer
      * says what the audit trail says it does.
       01 WS-KEYED-FAIL-FLAG PIC X(1) VALUE 'N'.
           88 KEYED-WRITE-FAILED VALUE 'Y'.
       01 WS-KEYED-FAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPECTED-COUNTS.
          05 WS-EXPECTED-MASTER-COUNT PIC 9(7) VALUE 0.
          05 WS-EXPECTED-TRAN-COUNT   PIC 9(7) VALUE 0.
          05 WK-KEY PIC 9(5).
          05 WK-DATA PIC X(20).
       01 WS-DELETE-FLAG PIC X(1) VALUE 'N'.
      * A 'P' transaction's slice as an offset into WK-DATA.
       01 WS-SLICE-OFFSET PIC 9(2).

      * Effective-date staging state: the feed and the pending file
      * are merged by key into the work file, due records only,
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-UPDATE-MODE.
           PERFORM READ-CHECKPOINT.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM STAGE-DUE-TRANSACTIONS THRU END-STAGE-DUE.
           IF KEYED-UPDATE-MODE
               PERFORM RUN-KEYED-UPDATE THRU END-RUN-KEYED-UPDATE
               GO TO FINISH-RUN
           END-IF.
           OPEN INPUT MASTER-IN, TRAN-WORK.
           IF WS-RESTART-MASTER > 0 OR WS-RESTART-TRAN > 0
               OPEN EXTEND ERROR-REPORT
              END-EVALUATE
           END-PERFORM.

       FINISH-RUN.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM RECORD-RUN-STATS.
           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           IF KEYED-UPDATE-MODE
               CLOSE MASTER-KEYED, TRAN-WORK, ERROR-REPORT,
                     CONTROL-REPORT, AUDIT-REPORT
           ELSE
               CLOSE MASTER-IN, TRAN-WORK, NEW-MASTER-OUT,
                     ERROR-REPORT, CONTROL-REPORT, AUDIT-REPORT
           END-IF.
           STOP RUN.

      * MODE=KEYED on MATCH01.PARM selects the keyed update; with no
      * card, or any other value, the sequential pass runs as it
      * always has.
       READ-UPDATE-MODE.
           MOVE "MODE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-MODE-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:5) = "KEYED"
               SET KEYED-UPDATE-MODE TO TRUE
           END-IF.

      * The keyed pass. Only the transaction work file is read
      * through; a restart skips the transactions already applied
      * and trims the audit trail back, but has no new master to
      * trim. The checkpoint is taken after every key, since the
      * master is changed in place as the run goes.
       RUN-KEYED-UPDATE.
           MOVE 1 TO WS-CHECKPOINT-INTERVAL.
           OPEN INPUT TRAN-WORK.
           OPEN I-O MASTER-KEYED.
           IF FS-MASTER-KEYED NOT = "00"
               DISPLAY "MATCH01: CANNOT OPEN KEYED MASTER: "
                       FS-MASTER-KEYED
               OPEN OUTPUT ERROR-REPORT, AUDIT-REPORT
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           IF WS-RESTART-MASTER > 0 OR WS-RESTART-TRAN > 0
               OPEN EXTEND ERROR-REPORT
               DISPLAY "MATCH01 RESTARTING AFTER TRAN RECORD "
                       WS-RESTART-TRAN " (KEYED MODE)"
               PERFORM TRIM-AUDIT-TRAIL THRU END-TRIM-AUDIT
               MOVE WS-RESTART-MASTER TO WS-MASTER-READ-COUNT
               PERFORM SKIP-TRAN-TO-CHECKPOINT
           ELSE
               OPEN OUTPUT ERROR-REPORT, AUDIT-REPORT
           END-IF.

           MOVE SPACES TO AUDIT-REC.
           MOVE SPACES TO ERROR-REC.

           PERFORM READ-EXPECTED-COUNTS THRU END-READ-EXPECTED-COUNTS.
           PERFORM READ-TRAN.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               PERFORM APPLY-KEYED-TRAN THRU END-APPLY-KEYED-TRAN
               PERFORM READ-TRAN
           END-PERFORM.
           IF WS-HELD-FLAG = 'Y'
               PERFORM WRITE-NEW-MASTER
               MOVE 'N' TO WS-HELD-FLAG
           END-IF.
       END-RUN-KEYED-UPDATE.
           CONTINUE.

      * A further transaction for the key in hand applies to the held
      * record; a new key first puts the held one back, then reads
      * its own. A key not on file goes the way of a transaction
      * beyond the master in the sequential pass.
       APPLY-KEYED-TRAN.
           IF WS-HELD-FLAG = 'Y' AND T-KEY = WK-KEY
               PERFORM PROCESS-MATCH
               GO TO END-APPLY-KEYED-TRAN
           END-IF.
           IF WS-HELD-FLAG = 'Y'
               PERFORM WRITE-NEW-MASTER
               MOVE 'N' TO WS-HELD-FLAG
           END-IF.
      * Everything before this transaction is now on the file.
           IF WS-TRAN-READ-COUNT > 1
               PERFORM MAYBE-WRITE-CHECKPOINT
           END-IF.
           MOVE T-KEY TO MK-KEY.
           READ MASTER-KEYED
               INVALID KEY
                   PERFORM PROCESS-NEW-RECORD
                   GO TO END-APPLY-KEYED-TRAN
           END-READ.
           ADD 1 TO WS-MASTER-READ-COUNT.
           MOVE MK-KEY TO WK-KEY.
           MOVE MK-DATA TO WK-DATA.
           MOVE 'N' TO WS-DELETE-FLAG.
           MOVE 'Y' TO WS-HELD-FLAG.
           PERFORM PROCESS-MATCH.
       END-APPLY-KEYED-TRAN.
           CONTINUE.

      * One pass merges tonight's feed with the pending file, both
      * already in key order, writing due transactions to the work
      * file in key order and everything still future-dated to
               MOVE TF-KEY TO T-KEY
               MOVE TF-MODE TO T-MODE
               MOVE TF-DATA TO T-DATA
               MOVE TF-SLICE-START TO T-SLICE-START
               MOVE TF-SLICE-LENGTH TO T-SLICE-LENGTH
               WRITE TRAN-REC
           END-IF.

               MOVE TP-KEY TO T-KEY
               MOVE TP-MODE TO T-MODE
               MOVE TP-DATA TO T-DATA
               MOVE TP-SLICE-START TO T-SLICE-START
               MOVE TP-SLICE-LENGTH TO T-SLICE-LENGTH
               WRITE TRAN-REC
               ADD 1 TO WS-MATURED-COUNT
           END-IF.
      * sequence-error and rejected-transaction count exceeded
      * WS-ERROR-THRESHOLD, or the run was aborted outright on a
      * sequence violation, or the balancing checks found the run out
      * of balance, or a keyed update to MASTER.IDX was refused
      * -- any of which means the output should be reviewed
      * before it is trusted downstream.
       SET-CONDITION-CODE.
           IF BALANCE-CHECK-FAILED
                   END-IF
               END-IF
           END-IF.
           IF WS-KEYED-FAIL-COUNT > 0
               DISPLAY "ALERT: " WS-KEYED-FAIL-COUNT
                       " KEYED MASTER UPDATES FAILED."
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
                       MOVE M-KEY TO WS-PREV-MASTER-KEY
               END-READ
           END-PERFORM.
           PERFORM SKIP-TRAN-TO-CHECKPOINT.

       SKIP-TRAN-TO-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM UNTIL WS-SKIP-COUNT >= WS-RESTART-TRAN
                   OR WS-TRAN-EOF = 'Y'

      * Flushes the accumulated work record for the master key that is
      * about to fall behind -- skipped entirely if any transaction
      * for this key deleted it. In keyed mode the record is
      * rewritten in place, or deleted from the file.
       WRITE-NEW-MASTER.
           IF KEYED-UPDATE-MODE
              PERFORM PUT-BACK-KEYED-MASTER
           ELSE
              IF WS-DELETE-FLAG NOT = 'Y'
                 MOVE WK-KEY TO NM-KEY
                 MOVE WK-DATA TO NM-DATA
                 WRITE NEW-MASTER-REC
                 ADD 1 TO WS-NEW-MASTER-COUNT
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF.

       PUT-BACK-KEYED-MASTER.
           MOVE WK-KEY TO MK-KEY.
           IF WS-DELETE-FLAG NOT = 'Y'
              MOVE WK-DATA TO MK-DATA
              REWRITE MASTER-KEYED-REC
                 INVALID KEY
                    MOVE SPACES TO ERROR-REC
                    STRING "ERROR:Rewrite failed key " WK-KEY
                           " status " FS-MASTER-KEYED
                       INTO ERROR-REC
                    PERFORM REJECT-KEYED-UPDATE
                 NOT INVALID KEY
                    ADD 1 TO WS-NEW-MASTER-COUNT
              END-REWRITE
           ELSE
              DELETE MASTER-KEYED RECORD
                 INVALID KEY
                    MOVE SPACES TO ERROR-REC
                    STRING "ERROR:Delete failed key " WK-KEY
                           " status " FS-MASTER-KEYED
                       INTO ERROR-REC
                    PERFORM REJECT-KEYED-UPDATE
                 NOT INVALID KEY
                    ADD 1 TO WS-DROPPED-COUNT
              END-DELETE
           END-IF.

      * A keyed update the file refused goes to the error report and
      * the exception file like any other rejected transaction. The
      * key's audit lines are already written, so the run is also
      * marked for RC 8.
       REJECT-KEYED-UPDATE.
           WRITE ERROR-REC.
           PERFORM REPORT-CENTRAL-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-KEYED-FAIL-COUNT.
           SET KEYED-WRITE-FAILED TO TRUE.

      * 'C' is change-only-if-exists: unlike 'U', a 'C' transaction
      * against a key with no master record is not an error, it is
      * simply dropped -- a feed can send blanket changes without
      * having to know in advance which keys are actually on file.
       PROCESS-NEW-RECORD.
           IF T-MODE = 'A'
              MOVE 'N' TO WS-KEYED-FAIL-FLAG
              IF KEYED-UPDATE-MODE
                 MOVE T-KEY TO MK-KEY
                 MOVE T-DATA TO MK-DATA
                 WRITE MASTER-KEYED-REC
                    INVALID KEY
                       MOVE SPACES TO ERROR-REC
                       STRING "ERROR:Add failed key " T-KEY
                              " status " FS-MASTER-KEYED
                          INTO ERROR-REC
                       PERFORM REJECT-KEYED-UPDATE
                 END-WRITE
              ELSE
                 MOVE T-KEY TO NM-KEY
                 MOVE T-DATA TO NM-DATA
                 WRITE NEW-MASTER-REC
              END-IF
      * Adds are journaled too (before-data blank) so a backout run
      * can tell an added record from one that was always there. An
      * add the keyed file refused never happened, so it is neither
      * journaled nor counted.
              IF NOT KEYED-WRITE-FAILED
                 MOVE T-KEY TO AU-KEY
                 MOVE 'A' TO AU-ACTION
                 MOVE SPACES TO AU-BEFORE-DATA
                 MOVE T-DATA TO AU-AFTER-DATA
                 MOVE SPACES TO AU-SLICE
                 WRITE AUDIT-REC
                 ADD 1 TO WS-AUDIT-WRITE-COUNT
                 ADD 1 TO WS-ADD-COUNT
                 ADD 1 TO WS-NEW-MASTER-COUNT
              END-IF
           ELSE IF T-MODE = 'C'
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
                 MOVE WK-DATA TO AU-BEFORE-DATA
                 MOVE T-DATA TO WK-DATA
                 MOVE T-DATA TO AU-AFTER-DATA
                 MOVE SPACES TO AU-SLICE
                 MOVE 'N' TO WS-DELETE-FLAG
                 WRITE AUDIT-REC
                 ADD 1 TO WS-AUDIT-WRITE-COUNT
                 MOVE 'D' TO AU-ACTION
                 MOVE WK-DATA TO AU-BEFORE-DATA
                 MOVE SPACES TO AU-AFTER-DATA
                 MOVE SPACES TO AU-SLICE
                 MOVE 'Y' TO WS-DELETE-FLAG
                 WRITE AUDIT-REC
                 ADD 1 TO WS-AUDIT-WRITE-COUNT
                 ADD 1 TO WS-DELETE-TRAN-COUNT
              WHEN 'P'
                 PERFORM APPLY-PARTIAL-UPDATE THRU END-APPLY-PARTIAL
              WHEN OTHER
                 MOVE SPACES TO ERROR-REC
                 STRING "ERROR:Invalid mode " T-MODE " for key " T-KEY
                 ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * A slice that strays into the key or past the end of the
      * record, or a patch to a record an earlier transaction in the
      * run has deleted, is rejected; otherwise only the slice moves
      * and the audit line carries just that slice's before and after.
       APPLY-PARTIAL-UPDATE.
           IF T-SLICE-START IS NOT NUMERIC
                   OR T-SLICE-LENGTH IS NOT NUMERIC
                   OR T-SLICE-START < 6
                   OR T-SLICE-LENGTH = 0
                   OR T-SLICE-START + T-SLICE-LENGTH - 1 > 25
              MOVE SPACES TO ERROR-REC
              STRING "ERROR:Invalid slice " T-SLICE-START "/"
                     T-SLICE-LENGTH " for key " T-KEY
                 INTO ERROR-REC
              WRITE ERROR-REC
              PERFORM REPORT-CENTRAL-EXCEPTION
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-APPLY-PARTIAL
           END-IF.
           IF WS-DELETE-FLAG = 'Y'
              MOVE SPACES TO ERROR-REC
              STRING "ERROR:Partial update of deleted key " T-KEY
                 INTO ERROR-REC
              WRITE ERROR-REC
              PERFORM REPORT-CENTRAL-EXCEPTION
              ADD 1 TO WS-REJECT-COUNT
              GO TO END-APPLY-PARTIAL
           END-IF.
           COMPUTE WS-SLICE-OFFSET = T-SLICE-START - 5.
           MOVE WK-KEY TO AU-KEY.
           MOVE 'P' TO AU-ACTION.
           MOVE SPACES TO AU-BEFORE-DATA.
           MOVE WK-DATA(WS-SLICE-OFFSET:T-SLICE-LENGTH) TO
                   AU-BEFORE-DATA.
           MOVE SPACES TO AU-AFTER-DATA.
           MOVE T-DATA(1:T-SLICE-LENGTH) TO AU-AFTER-DATA.
           MOVE SPACES TO AU-SLICE.
           MOVE T-SLICE-START TO AU-SLICE-START.
           MOVE T-SLICE-LENGTH TO AU-SLICE-LENGTH.
           MOVE T-DATA(1:T-SLICE-LENGTH) TO
                   WK-DATA(WS-SLICE-OFFSET:T-SLICE-LENGTH).
           WRITE AUDIT-REC.
           ADD 1 TO WS-AUDIT-WRITE-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
       END-APPLY-PARTIAL.
           CONTINUE.

      * Balancing report: new-master count should tie exactly to
      * master records read plus adds minus drops, the same way
      * SALES-PROC's control totals tie read/history/error counts.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REC.
           IF KEYED-UPDATE-MODE
              STRING "UPDATE MODE: KEYED -- MASTER.IDX UPDATED IN "
                     "PLACE, MASTER COUNTS ARE RECORDS TOUCHED"
                  DELIMITED BY SIZE INTO CONTROL-REC
           ELSE
              STRING "UPDATE MODE: SEQUENTIAL -- MASTER.DAT COPIED "
                     "TO NEWMAST.DAT"
                  DELIMITED BY SIZE INTO CONTROL-REC
           END-IF.
           WRITE CONTROL-REC.

           MOVE SPACES TO CONTROL-REC.
           STRING "MASTER READ:" WS-MASTER-READ-COUNT
                  " TRAN READ:" WS-TRAN-READ-COUNT
               GO TO END-CHECK-RECORD-COUNTS
           END-IF.

      * The keyed pass reads only the records it touches, so there
      * is no whole-master count to hold against the sender's.
           IF KEYED-UPDATE-MODE
               STRING "RECORD-COUNT CHECK: MASTER COUNT NOT CHECKED "
                      "IN KEYED MODE"
                   DELIMITED BY SIZE INTO CONTROL-REC
           ELSE
               IF WS-EXPECTED-MASTER-COUNT NOT = WS-MASTER-READ-COUNT
                   STRING "RECORD-COUNT CHECK: MASTER EXPECTED "
                          WS-EXPECTED-MASTER-COUNT " ACTUAL "
                          WS-MASTER-READ-COUNT " OUT OF BALANCE"
                       DELIMITED BY SIZE INTO CONTROL-REC
                   SET BALANCE-CHECK-FAILED TO TRUE
               ELSE
                   STRING "RECORD-COUNT CHECK: MASTER COUNT BALANCED"
                       DELIMITED BY SIZE INTO CONTROL-REC
               END-IF
           END-IF.
           WRITE CONTROL-REC.

