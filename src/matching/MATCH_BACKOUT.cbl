      * count minus adds dropped plus deletes reinstated.
      *
      * When a key carried several transactions in the run (update
      * then delete, and so on) all of its audit entries are held
      * and undone newest first, starting from the key's image on
      * the new master (blank when the run deleted it): a whole-
      * record entry puts its before image back, a partial ('P')
      * entry puts back only its own slice. A key whose first entry
      * is an add was not on the old master and is dropped.
      *
      * Only a sequential run can be backed out this way. A keyed
      * run (MODE=KEYED on MATCH01.PARM) changes MASTER.IDX in place
      * and writes no NEWMAST.DAT, so whatever NEWMAST.DAT is lying
      * about belongs to some earlier run. The mode is taken from
      * the first line of the run's control report, or from the parm
      * card when there is no report, and a keyed run is refused
      * (exception file, RC 8) before anything is written.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  "data/matching/BACKOUT_RECON.LST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RECON.
           SELECT CONTROL-IN ASSIGN TO "data/matching/CONTROL.LST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
          05 AU-BEFORE-DATA PIC X(20).
          05 FILLER PIC X(1).
          05 AU-AFTER-DATA PIC X(20).
          05 FILLER PIC X(1).
          05 AU-SLICE-START PIC 9(2).
          05 FILLER PIC X(1).
          05 AU-SLICE-LENGTH PIC 9(2).

       FD NEW-MASTER-IN.
       01 NEW-MASTER-REC.
       FD RECON-REPORT.
       01 RECON-REC PIC X(132).

      * MATCH01's control report; only its first line, which names
      * the update mode, is read.
       FD CONTROL-IN.
       01 CONTROL-IN-REC PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
          05 FS-AUDIT PIC X(2).
          05 FS-NEW-MASTER PIC X(2).
          05 FS-REVERSED PIC X(2).
          05 FS-RECON PIC X(2).
          05 FS-CONTROL PIC X(2).

       01 WS-EOF-FLAGS.
          05 WS-AUDIT-EOF PIC X(1) VALUE 'N'.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.

      * The key currently in hand and the action of its first
      * audit entry.
       01 WS-AUDIT-WORK.
          05 WK-AU-KEY PIC 9(5).
          05 WK-AU-ACTION PIC X(1).

      * Every audit entry for the key in hand, in the order the run
      * wrote them.
       01 WS-KEY-TRAIL.
          05 WS-KT-COUNT PIC 9(3) VALUE 0.
          05 WS-KT-ENTRY OCCURS 200 TIMES.
             10 WS-KT-ACTION PIC X(1).
             10 WS-KT-BEFORE PIC X(20).
             10 WS-KT-START PIC 9(2).
             10 WS-KT-LENGTH PIC 9(2).
       01 WS-KT-IDX PIC 9(3).
       01 WS-KT-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-SLICE-OFFSET PIC 9(2).
       01 WS-IMAGE PIC X(20).

      * One-record lookahead: reading a key's later entries reads
      * the NEXT key's first entry, which must not be lost.
       01 WS-PENDING-AUDIT.
          05 WS-PENDING-FLAG PIC X(1) VALUE 'N'.
          05 PN-AU-KEY PIC 9(5).
          05 PN-AU-ACTION PIC X(1).
          05 PN-AU-BEFORE PIC X(20).
          05 PN-AU-START PIC 9(2).
          05 PN-AU-LENGTH PIC 9(2).

       01 WS-CONTROL-COUNTS.
          05 WS-NEW-MASTER-COUNT PIC 9(7) VALUE 0.
          05 WS-RESTORED-COUNT PIC 9(7) VALUE 0.
          05 WS-ADDS-DROPPED-COUNT PIC 9(7) VALUE 0.
          05 WS-REINSTATED-COUNT PIC 9(7) VALUE 0.
          05 WS-UNREVERSED-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-MODE PIC X(1) VALUE 'S'.
           88 KEYED-RUN VALUE 'K'.
       01 WS-MODE-PARM-DSN PIC X(80)
               VALUE "data/matching/MATCH01.PARM".
       01 WS-KW-KEYWORD PIC X(12).
       01 WS-KW-VALUE PIC X(60).
       01 WS-KW-FOUND PIC X(1).

       01 WS-EXC-PROGRAM PIC X(12) VALUE "MATCH-BKOUT".
       01 WS-EXC-CATEGORY PIC X(10) VALUE "MATCH".
       01 WS-EXC-SEVERITY PIC X VALUE 'E'.
       01 WS-EXC-ORIGINAL PIC X(80).
       01 WS-EXC-MESSAGE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-MODE THRU END-CHECK-RUN-MODE.
           IF KEYED-RUN
               DISPLAY "MATCH-BACKOUT: LAST MATCH01 RUN WAS KEYED -- "
                       "MASTER.IDX WAS UPDATED IN PLACE AND CANNOT "
                       "BE REVERSED FROM NEWMAST.DAT"
               MOVE "MATCH01 KEYED RUN, MASTER.IDX UPDATED IN PLACE"
                   TO WS-EXC-ORIGINAL
               MOVE "BACKOUT REFUSED: KEYED RUN"
                   TO WS-EXC-MESSAGE
               CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                       WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-IN, NEW-MASTER-IN
                OUTPUT REVERSED-OUT, RECON-REPORT.
           IF FS-NEW-MASTER NOT = "00"
           CLOSE AUDIT-IN, NEW-MASTER-IN, REVERSED-OUT, RECON-REPORT.
           STOP RUN.

      * The control report's first line is written by the run whose
      * audit trail is about to be reversed, so it is the better
      * witness; the parm card only says how the next run will go.
       CHECK-RUN-MODE.
           OPEN INPUT CONTROL-IN.
           IF FS-CONTROL = "00"
               READ CONTROL-IN
                  AT END
                      MOVE HIGH-VALUE TO FS-CONTROL
               END-READ
               CLOSE CONTROL-IN
           END-IF.
           IF FS-CONTROL = "00"
               IF CONTROL-IN-REC(1:18) = "UPDATE MODE: KEYED"
                   SET KEYED-RUN TO TRUE
               END-IF
               GO TO END-CHECK-RUN-MODE
           END-IF.
           MOVE "MODE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-MODE-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:5) = "KEYED"
               SET KEYED-RUN TO TRUE
           END-IF.
       END-CHECK-RUN-MODE.
           CONTINUE.

       READ-NEW-MASTER.
           READ NEW-MASTER-IN
              AT END MOVE 'Y' TO WS-MASTER-EOF
                     ADD 1 TO WS-NEW-MASTER-COUNT
           END-READ.

      * Loads the first audit entry for the next key and every
      * further entry for the same key into the key's trail.
       READ-FIRST-AUDIT-OF-KEY.
           MOVE 0 TO WS-KT-COUNT.
           MOVE 'N' TO WS-KT-OVERFLOW.
           IF WS-PENDING-FLAG = 'Y'
               MOVE PN-AU-KEY TO WK-AU-KEY
               MOVE PN-AU-ACTION TO AU-ACTION
               MOVE PN-AU-BEFORE TO AU-BEFORE-DATA
               MOVE PN-AU-START TO AU-SLICE-START
               MOVE PN-AU-LENGTH TO AU-SLICE-LENGTH
               MOVE 'N' TO WS-PENDING-FLAG
           ELSE
               IF WS-AUDIT-EOF = 'Y'
               END-READ
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AU-KEY TO WK-AU-KEY
           END-IF.
           MOVE AU-ACTION TO WK-AU-ACTION.
           PERFORM HOLD-AUDIT-ENTRY.
      * Gather this key's remaining entries; the first entry of the
      * next key is parked in the lookahead for the next call.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   OR WS-PENDING-FLAG = 'Y'
                          MOVE AU-KEY TO PN-AU-KEY
                          MOVE AU-ACTION TO PN-AU-ACTION
                          MOVE AU-BEFORE-DATA TO PN-AU-BEFORE
                          MOVE AU-SLICE-START TO PN-AU-START
                          MOVE AU-SLICE-LENGTH TO PN-AU-LENGTH
                      ELSE
                          PERFORM HOLD-AUDIT-ENTRY
                      END-IF
               END-READ
           END-PERFORM.
       END-READ-FIRST-AUDIT.
           CONTINUE.

       HOLD-AUDIT-ENTRY.
           IF WS-KT-COUNT >= 200
               MOVE 'Y' TO WS-KT-OVERFLOW
           ELSE
               ADD 1 TO WS-KT-COUNT
               MOVE AU-ACTION TO WS-KT-ACTION(WS-KT-COUNT)
               MOVE AU-BEFORE-DATA TO WS-KT-BEFORE(WS-KT-COUNT)
               MOVE AU-SLICE-START TO WS-KT-START(WS-KT-COUNT)
               MOVE AU-SLICE-LENGTH TO WS-KT-LENGTH(WS-KT-COUNT)
           END-IF.

      * Undoes the key's entries newest first, from the image now in
      * WS-IMAGE back to the one the key had before the run.
       UNWIND-KEY-TRAIL.
           PERFORM VARYING WS-KT-IDX FROM WS-KT-COUNT BY -1
                   UNTIL WS-KT-IDX < 1
               EVALUATE WS-KT-ACTION(WS-KT-IDX)
                  WHEN 'U'
                  WHEN 'D'
                     MOVE WS-KT-BEFORE(WS-KT-IDX) TO WS-IMAGE
                  WHEN 'P'
                     COMPUTE WS-SLICE-OFFSET =
                             WS-KT-START(WS-KT-IDX) - 5
                     MOVE WS-KT-BEFORE(WS-KT-IDX)
                             (1:WS-KT-LENGTH(WS-KT-IDX))
                          TO WS-IMAGE
                             (WS-SLICE-OFFSET:WS-KT-LENGTH(WS-KT-IDX))
               END-EVALUATE
           END-PERFORM.

      * A key with more entries than the trail holds cannot be
      * unwound with certainty; its new-master image (if any) is
      * carried over untouched and the run is flagged for review.
       REPORT-UNREVERSED-KEY.
           DISPLAY "MATCH-BACKOUT: KEY " WK-AU-KEY
                   " HAS TOO MANY AUDIT ENTRIES TO REVERSE".
           ADD 1 TO WS-UNREVERSED-COUNT.
           MOVE 8 TO RETURN-CODE.

       COPY-UNTOUCHED-RECORD.
           MOVE NM-KEY TO RV-KEY.
           MOVE NM-DATA TO RV-DATA.
           IF WK-AU-ACTION = 'A'
               ADD 1 TO WS-ADDS-DROPPED-COUNT
           ELSE
               IF WS-KT-OVERFLOW = 'Y'
                   PERFORM REPORT-UNREVERSED-KEY
               ELSE
                   MOVE SPACES TO WS-IMAGE
                   PERFORM UNWIND-KEY-TRAIL
                   MOVE WK-AU-KEY TO RV-KEY
                   MOVE WS-IMAGE TO RV-DATA
                   WRITE REVERSED-REC
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD 1 TO WS-REINSTATED-COUNT
               END-IF
           END-IF.

      * A key on both sides: an add is dropped outright; an update
           IF WK-AU-ACTION = 'A'
               ADD 1 TO WS-ADDS-DROPPED-COUNT
           ELSE
               MOVE NM-DATA TO WS-IMAGE
               IF WS-KT-OVERFLOW = 'Y'
                   PERFORM REPORT-UNREVERSED-KEY
               ELSE
                   PERFORM UNWIND-KEY-TRAIL
               END-IF
               MOVE NM-KEY TO RV-KEY
               MOVE WS-IMAGE TO RV-DATA
               WRITE REVERSED-REC
               ADD 1 TO WS-REVERSED-COUNT
               ADD 1 TO WS-RESTORED-COUNT
                  " RESTORED:" WS-RESTORED-COUNT
                  " REINSTATED:" WS-REINSTATED-COUNT
                  " ADDS DROPPED:" WS-ADDS-DROPPED-COUNT
                  " NOT REVERSED:" WS-UNREVERSED-COUNT
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC.

