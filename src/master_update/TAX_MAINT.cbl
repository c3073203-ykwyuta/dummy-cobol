       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the sales-tax rate table, in the
      * transaction-file style of RATE_MAINT. Each rate is keyed by
      * tax region (ST-TAX-REGION on the store master) and product
      * tax class (IM-TAX-CLASS on the item master) and dated. An add
      * ('A') puts a new dated rate on file; a change ('C') corrects
      * the rate already on file for the same region, class and
      * effective date; a delete ('X') removes that dated entry
      * outright. A rate that moves is an add of the new rate on the
      * date it takes effect -- SALES_PROC picks it up that day
      * through TAX_LOOKUP, and no item record is touched. Unlike an
      * exchange rate, zero is a legitimate tax rate (a zero-rated
      * class) and is accepted. The file is rewritten in full to
      * TAX_RATE.NEW, meant to replace TAX_RATE.DAT for the next run
      * -- the ARCHIVE_HIST retained-file convention.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT TAX-RATE-FILE ASSIGN TO DSN-TAX-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAX-RATE.
           SELECT NEW-TAX-RATE-FILE ASSIGN TO DSN-NEW-TAX-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-TAX-RATE.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  TM-ACTION            PIC X.
               88  TM-IS-ADD        VALUE 'A'.
               88  TM-IS-CHANGE     VALUE 'C'.
               88  TM-IS-DELETE     VALUE 'X'.
           05  TM-TAX-REGION        PIC X(4).
           05  TM-TAX-CLASS         PIC X(2).
           05  TM-TAX-RATE          PIC 9(2)V99.
           05  TM-EFFECTIVE-DATE    PIC 9(8).

       FD  TAX-RATE-FILE.
           COPY "TAXREC.CPY".

       FD  NEW-TAX-RATE-FILE.
       01  NEW-TAX-RATE-RECORD      PIC X(18).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(19).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-TAX-RATE          PIC X(2).
           05  FS-NEW-TAX-RATE      PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(33)
              VALUE "data/master_update/TAX_MAINT.DAT".
           05 DSN-TAX-RATE      PIC X(31)
              VALUE "data/master_update/TAX_RATE.DAT".
           05 DSN-NEW-TAX-RATE  PIC X(31)
              VALUE "data/master_update/TAX_RATE.NEW".
           05 DSN-ERROR         PIC X(37)
              VALUE "data/master_update/TAX_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-TAX-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-TAX-EOF           VALUE 'Y'.

      * The whole rate table held in storage while the transactions
      * are applied -- the same ceiling TAX_LOOKUP loads to.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT         PIC 9(4) VALUE 0.
           05  WS-TAX-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY WS-TX-IDX.
               10  WS-TX-REGION     PIC X(4).
               10  WS-TX-CLASS      PIC X(2).
               10  WS-TX-RATE       PIC 9(2)V99.
               10  WS-TX-DATE       PIC 9(8).
               10  WS-TX-DELETED    PIC X.

       01  WS-SEARCH-IDX            PIC 9(4).
       01  WS-FOUND-FLAG            PIC X VALUE 'N'.
           88  ENTRY-FOUND          VALUE 'Y'.

       01  WS-TAX-OUT.
           05  WS-OUT-REGION        PIC X(4).
           05  WS-OUT-CLASS         PIC X(2).
           05  WS-OUT-RATE          PIC 9(2)V99.
           05  WS-OUT-DATE          PIC 9(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TAX-TABLE THRU END-LOAD-TAX-TABLE.
           OPEN INPUT MAINT-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-RECORD.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING TAX-MAINT FILE: " FS-MAINT
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
                   THRU END-PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           PERFORM REWRITE-TAX-FILE.

           DISPLAY "TAX-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance, 8
      * the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the rate table is
      * trusted.
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

      * A missing rate file just means no rates are on file yet --
      * the first maintenance run creates it.
       LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE.
           IF FS-TAX-RATE NOT = "00"
               GO TO END-LOAD-TAX-TABLE
           END-IF.
           PERFORM UNTIL IS-TAX-EOF
               READ TAX-RATE-FILE
                   AT END
                       SET IS-TAX-EOF TO TRUE
                   NOT AT END
                       IF WS-TAX-COUNT < 2000
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TX-TAX-REGION TO
                                   WS-TX-REGION(WS-TAX-COUNT)
                           MOVE TX-TAX-CLASS TO
                                   WS-TX-CLASS(WS-TAX-COUNT)
                           MOVE TX-TAX-RATE TO
                                   WS-TX-RATE(WS-TAX-COUNT)
                           MOVE TX-EFFECTIVE-DATE TO
                                   WS-TX-DATE(WS-TAX-COUNT)
                           MOVE 'N' TO WS-TX-DELETED(WS-TAX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
       END-LOAD-TAX-TABLE.
           CONTINUE.

       PROCESS-TRANSACTION.
           IF TM-TAX-REGION = SPACES
               MOVE "Tax region is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.
           IF TM-TAX-CLASS = SPACES
               MOVE "Tax class is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.
           IF TM-EFFECTIVE-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(TM-EFFECTIVE-DATE)
                   NOT = 0
               MOVE "Effective date is not a valid date." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-PROCESS-TRANSACTION
           END-IF.

           PERFORM FIND-TAX-ENTRY.

           EVALUATE TRUE
               WHEN TM-IS-ADD
                   PERFORM ADD-TAX-RATE THRU END-ADD-TAX-RATE
               WHEN TM-IS-CHANGE
                   PERFORM CHANGE-TAX-RATE THRU END-CHANGE-TAX-RATE
               WHEN TM-IS-DELETE
                   PERFORM DELETE-TAX-RATE THRU END-DELETE-TAX-RATE
               WHEN OTHER
                   MOVE "Unknown maintenance action code." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
           END-EVALUATE.
       END-PROCESS-TRANSACTION.
           CONTINUE.

       FIND-TAX-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-TAX-COUNT
               IF WS-TX-REGION(WS-SEARCH-IDX) = TM-TAX-REGION
                       AND WS-TX-CLASS(WS-SEARCH-IDX) = TM-TAX-CLASS
                       AND WS-TX-DATE(WS-SEARCH-IDX)
                       = TM-EFFECTIVE-DATE
                       AND WS-TX-DELETED(WS-SEARCH-IDX) = 'N'
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TAX-RATE.
           IF ENTRY-FOUND
               MOVE "Add rejected, dated rate already on file." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-TAX-RATE
           END-IF.
           IF TM-TAX-RATE NOT NUMERIC
               MOVE "Add rejected, rate is not numeric." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-TAX-RATE
           END-IF.
           IF WS-TAX-COUNT >= 2000
               MOVE "Add rejected, rate table is full." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-TAX-RATE
           END-IF.
           ADD 1 TO WS-TAX-COUNT.
           MOVE TM-TAX-REGION TO WS-TX-REGION(WS-TAX-COUNT).
           MOVE TM-TAX-CLASS TO WS-TX-CLASS(WS-TAX-COUNT).
           MOVE TM-TAX-RATE TO WS-TX-RATE(WS-TAX-COUNT).
           MOVE TM-EFFECTIVE-DATE TO WS-TX-DATE(WS-TAX-COUNT).
           MOVE 'N' TO WS-TX-DELETED(WS-TAX-COUNT).
           ADD 1 TO WS-ADD-COUNT.
       END-ADD-TAX-RATE.
           CONTINUE.

       CHANGE-TAX-RATE.
           IF NOT ENTRY-FOUND
               MOVE "Change rejected, dated rate not on file." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-TAX-RATE
           END-IF.
           IF TM-TAX-RATE NOT NUMERIC
               MOVE "Change rejected, rate is not numeric." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-TAX-RATE
           END-IF.
           MOVE TM-TAX-RATE TO WS-TX-RATE(WS-SEARCH-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
       END-CHANGE-TAX-RATE.
           CONTINUE.

       DELETE-TAX-RATE.
           IF NOT ENTRY-FOUND
               MOVE "Delete rejected, dated rate not on file." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-DELETE-TAX-RATE
           END-IF.
           MOVE 'Y' TO WS-TX-DELETED(WS-SEARCH-IDX).
           ADD 1 TO WS-DELETE-COUNT.
       END-DELETE-TAX-RATE.
           CONTINUE.

       REWRITE-TAX-FILE.
           OPEN OUTPUT NEW-TAX-RATE-FILE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-TAX-COUNT
               IF WS-TX-DELETED(WS-SEARCH-IDX) = 'N'
                   MOVE WS-TX-REGION(WS-SEARCH-IDX) TO WS-OUT-REGION
                   MOVE WS-TX-CLASS(WS-SEARCH-IDX) TO WS-OUT-CLASS
                   MOVE WS-TX-RATE(WS-SEARCH-IDX) TO WS-OUT-RATE
                   MOVE WS-TX-DATE(WS-SEARCH-IDX) TO WS-OUT-DATE
                   WRITE NEW-TAX-RATE-RECORD FROM WS-TAX-OUT
               END-IF
           END-PERFORM.
           CLOSE NEW-TAX-RATE-FILE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       END PROGRAM TAX-MAINT.
