       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTB-LOAD.
       AUTHOR. Jules.
      *
      * Loads the merchandise manager's purchase plan into the
      * open-to-buy file OTB.IDX (OTBREC.CPY) from the spreadsheet
      * saved as comma-separated text: item group, month (YYYYMM),
      * planned purchases at cost -- one line per group and month,
      * with or without the spreadsheet's own heading line. Each
      * field is validated with its own message to the reject
      * listing, the way BUDGET_LOAD takes the sales budget: the
      * group must be on ITEM_GROUP.IDX, the month a real month and
      * the plan a number not below zero. A line for a group and
      * month already on file replaces the plan and keeps the
      * committed and received figures, which are OTB_CALC's; the
      * open-to-buy left is reworked on the spot from them so the
      * new plan is in force before the next calculation. A second
      * line for the same key within one load is refused.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO DSN-LOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAD.
           SELECT OTB-FILE ASSIGN TO DSN-OTB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS FS-OTB.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT REJECT-FILE ASSIGN TO DSN-REJECT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE.
       01  LOAD-RECORD              PIC X(80).

       FD  OTB-FILE.
           COPY "OTBREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(80).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-LOAD              PIC X(2).
           05  FS-OTB               PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-REJECT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-LOAD          PIC X(31)
              VALUE "data/master_update/OTB_LOAD.CSV".
           05 DSN-OTB           PIC X(26)
              VALUE "data/master_update/OTB.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-REJECT        PIC X(35)
              VALUE "data/master_update/OTB_LOAD_REJ.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
      * Without the group master the group check is skipped with a
      * warning rather than refusing the whole plan.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.

      * The three comma-separated fields as keyed, before validation.
       01  WS-CSV-FIELDS.
           05  WS-F-GROUP-CODE      PIC X(12).
           05  WS-F-MONTH           PIC X(12).
           05  WS-F-PLAN            PIC X(14).
       01  WS-MONTH-CHECK           PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-CHECK.
           05  WS-MC-YEAR           PIC 9(4).
           05  WS-MC-MONTH          PIC 9(2).
       01  WS-PLAN-VALUE            PIC S9(9)V99.
       01  WS-FIELD-OK-FLAG         PIC X.
       01  WS-RECORD-OK-FLAG        PIC X.
       01  WS-SCAN-POS              PIC 9(2).
       01  WS-DOT-SEEN-FLAG         PIC X.
       01  WS-SIGN-SEEN-FLAG        PIC X.
       01  WS-FIELD-TEXT            PIC X(14).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * Keys loaded by this run, so a repeat within the one load is
      * caught -- OB-LOAD-DATE alone cannot tell this run's line from
      * one loaded earlier the same day.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT        PIC 9(4) VALUE 0.
           05  WS-SEEN-KEY OCCURS 2000 TIMES
                   INDEXED BY WS-SN-IDX
                                    PIC X(8).
       01  WS-SEEN-HIT              PIC X.

       01  WS-LOAD-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REPLACED-COUNT    PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-LINES      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "OTB-LOAD WARNING: NO ITEM GROUP FILE ON FILE, "
                       "GROUP VALIDATION SKIPPED."
           END-IF.

           OPEN INPUT LOAD-FILE.
           IF FS-LOAD NOT = "00"
               DISPLAY "OTB-LOAD: NO PURCHASE PLAN FILE ON DISK: "
                       FS-LOAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OTB-FILE.
           IF FS-OTB NOT = "00"
               OPEN OUTPUT OTB-FILE
               CLOSE OTB-FILE
               OPEN I-O OTB-FILE
           END-IF.
           IF FS-OTB NOT = "00"
               DISPLAY "OTB-LOAD: ERROR OPENING OPEN-TO-BUY FILE: "
                       FS-OTB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           MOVE SPACES TO REJECT-RECORD.

           PERFORM UNTIL IS-EOF
               READ LOAD-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-PLAN-LINE
                   THRU END-PROCESS-PLAN-LINE
               END-READ
           END-PERFORM.

           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           CLOSE LOAD-FILE OTB-FILE REJECT-FILE.

           DISPLAY "OTB-LOAD SUMMARY -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADDED-COUNT
                   " REPLACED: " WS-REPLACED-COUNT
                   " LINES REJECTED: " WS-REJECT-LINES
                   " MESSAGES: " WS-REJECT-COUNT.
           IF WS-REJECT-LINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * One comma-separated line: split, validate each field with
      * its own message, and only a fully clean line reaches the
      * open-to-buy file. The heading line and blank lines are
      * passed over.
       PROCESS-PLAN-LINE.
           IF LOAD-RECORD = SPACES OR LOAD-RECORD(1:5) = "GROUP"
               GO TO END-PROCESS-PLAN-LINE
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-RECORD-OK-FLAG.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING LOAD-RECORD DELIMITED BY ","
               INTO WS-F-GROUP-CODE WS-F-MONTH WS-F-PLAN.

           IF WS-F-GROUP-CODE = SPACES
               MOVE "Item group field is blank." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               IF WS-F-GROUP-CODE(3:10) NOT = SPACES
                   MOVE "Item group longer than 2 characters." TO
                           RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               ELSE
                   IF GROUP-FILE-IS-OPEN
                       MOVE WS-F-GROUP-CODE(1:2) TO GR-GROUP-CODE
                       READ GROUP-FILE
                           INVALID KEY
                               MOVE "Item group is not on file."
                                       TO RJ-MESSAGE
                               PERFORM WRITE-TO-REJECT
                       END-READ
                   END-IF
               END-IF
           END-IF.

           IF WS-F-MONTH(1:6) IS NOT NUMERIC
                   OR WS-F-MONTH(7:6) NOT = SPACES
               MOVE "Month is not YYYYMM." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               MOVE WS-F-MONTH(1:6) TO WS-MONTH-CHECK
               IF WS-MC-MONTH < 1 OR WS-MC-MONTH > 12
                       OR WS-MC-YEAR < 1900
                   MOVE "Month is not a real month." TO RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               END-IF
           END-IF.

           MOVE 0 TO WS-PLAN-VALUE.
           MOVE WS-F-PLAN TO WS-FIELD-TEXT.
           PERFORM VALIDATE-NUMERIC-FIELD THRU END-VALIDATE-NUMERIC.
           IF WS-FIELD-OK-FLAG = 'N'
               MOVE "Purchase plan is not numeric." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               COMPUTE WS-PLAN-VALUE = FUNCTION NUMVAL(WS-F-PLAN)
               IF WS-PLAN-VALUE < 0
                   MOVE "Purchase plan is negative." TO RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               END-IF
           END-IF.

           IF WS-RECORD-OK-FLAG = 'N'
               ADD 1 TO WS-REJECT-LINES
               GO TO END-PROCESS-PLAN-LINE
           END-IF.

           MOVE WS-F-GROUP-CODE(1:2) TO OB-GROUP-CODE.
           MOVE WS-MONTH-CHECK TO OB-MONTH.
           PERFORM CHECK-KEY-SEEN.
           IF WS-SEEN-HIT = 'Y'
               MOVE "Same group/month twice." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               ADD 1 TO WS-REJECT-LINES
               GO TO END-PROCESS-PLAN-LINE
           END-IF.
           READ OTB-FILE
               INVALID KEY
                   PERFORM ADD-PLAN-LINE
               NOT INVALID KEY
                   PERFORM REPLACE-PLAN-LINE
           END-READ.
       END-PROCESS-PLAN-LINE.
           CONTINUE.

       CHECK-KEY-SEEN.
           MOVE 'N' TO WS-SEEN-HIT.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SN-IDX) = OB-KEY
                   MOVE 'Y' TO WS-SEEN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEEN-HIT = 'N' AND WS-SEEN-COUNT < 2000
               ADD 1 TO WS-SEEN-COUNT
               MOVE OB-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.

       ADD-PLAN-LINE.
           MOVE WS-PLAN-VALUE TO OB-PLAN-AMOUNT.
           MOVE 0 TO OB-COMMITTED-AMOUNT.
           MOVE 0 TO OB-RECEIVED-AMOUNT.
           MOVE WS-PLAN-VALUE TO OB-REMAINING-AMOUNT.
           MOVE WS-RUN-DATE TO OB-LOAD-DATE.
           MOVE 0 TO OB-CALC-DATE.
           WRITE OB-RECORD
               INVALID KEY
                   DISPLAY "OTB-LOAD: ERROR ADDING " OB-KEY
                           " STATUS " FS-OTB
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

       REPLACE-PLAN-LINE.
           MOVE WS-PLAN-VALUE TO OB-PLAN-AMOUNT.
           COMPUTE OB-REMAINING-AMOUNT = OB-PLAN-AMOUNT
                   - OB-COMMITTED-AMOUNT - OB-RECEIVED-AMOUNT.
           MOVE WS-RUN-DATE TO OB-LOAD-DATE.
           REWRITE OB-RECORD
               INVALID KEY
                   DISPLAY "OTB-LOAD: ERROR REPLACING " OB-KEY
                           " STATUS " FS-OTB
               NOT INVALID KEY
                   ADD 1 TO WS-REPLACED-COUNT
           END-REWRITE.

      * Digits, at most one decimal point, and an optional leading
      * sign -- proved before NUMVAL is trusted with the field.
       VALIDATE-NUMERIC-FIELD.
           MOVE 'Y' TO WS-FIELD-OK-FLAG.
           MOVE 'N' TO WS-DOT-SEEN-FLAG.
           MOVE 'N' TO WS-SIGN-SEEN-FLAG.
           IF WS-FIELD-TEXT = SPACES
               MOVE 'N' TO WS-FIELD-OK-FLAG
               GO TO END-VALIDATE-NUMERIC
           END-IF.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 14
               EVALUATE TRUE
                   WHEN WS-FIELD-TEXT(WS-SCAN-POS:1) = SPACE
                       CONTINUE
                   WHEN WS-FIELD-TEXT(WS-SCAN-POS:1) IS NUMERIC
                       MOVE 'Y' TO WS-SIGN-SEEN-FLAG
                   WHEN WS-FIELD-TEXT(WS-SCAN-POS:1) = '.'
                       IF WS-DOT-SEEN-FLAG = 'Y'
                           MOVE 'N' TO WS-FIELD-OK-FLAG
                       END-IF
                       MOVE 'Y' TO WS-DOT-SEEN-FLAG
                   WHEN WS-FIELD-TEXT(WS-SCAN-POS:1) = '-'
                           OR WS-FIELD-TEXT(WS-SCAN-POS:1) = '+'
                       IF WS-SIGN-SEEN-FLAG = 'Y'
                           MOVE 'N' TO WS-FIELD-OK-FLAG
                       END-IF
                       MOVE 'Y' TO WS-SIGN-SEEN-FLAG
                   WHEN OTHER
                       MOVE 'N' TO WS-FIELD-OK-FLAG
               END-EVALUATE
           END-PERFORM.
       END-VALIDATE-NUMERIC.
           CONTINUE.

       WRITE-TO-REJECT.
           MOVE 'N' TO WS-RECORD-OK-FLAG.
           MOVE LOAD-RECORD TO RJ-ORIGINAL-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       END PROGRAM OTB-LOAD.
