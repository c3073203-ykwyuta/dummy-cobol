       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-LOAD.
       AUTHOR. Jules.
      *
      * Loads finance's monthly sales budget into BUDGET.IDX
      * (BUDGREC.CPY) from the spreadsheet saved as comma-separated
      * text: store, department, month (YYYYMM), budgeted net sales,
      * budgeted margin -- one line per store, department and month,
      * with or without the spreadsheet's own heading line. Each
      * field is validated with its own message to the reject
      * listing, the way CREATE_MASTER validates a CSV item load:
      * the store must be on the store master, the department must
      * be one STORE_DEPT_MAP.DAT (the mapping HIST_TO_SUMM uses)
      * gives that store, the month must be a real month, the sales
      * figure a number not below zero and the margin a number no
      * larger than the sales. Only a clean line reaches the file. A
      * line for a store, department and month already on file
      * replaces it -- finance reissuing a month -- but a second
      * line for the same key within one load is refused, since
      * neither can be trusted over the other.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO DSN-LOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAD.
           SELECT BUDGET-FILE ASSIGN TO DSN-BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-KEY
               FILE STATUS IS FS-BUDGET.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT MAP-FILE ASSIGN TO DSN-MAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAP.
           SELECT REJECT-FILE ASSIGN TO DSN-REJECT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE.
       01  LOAD-RECORD              PIC X(80).

       FD  BUDGET-FILE.
           COPY "BUDGREC.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-STORE-CODE       PIC X(4).
           05  MAP-ITEM-GROUP       PIC X(2).
           05  MAP-DEPT             PIC X(2).
           05  MAP-SUB-DEPT         PIC X(2).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(80).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-LOAD              PIC X(2).
           05  FS-BUDGET            PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-MAP               PIC X(2).
           05  FS-REJECT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-LOAD          PIC X(32)
              VALUE "data/aggregation/BUDGET_LOAD.CSV".
           05 DSN-BUDGET        PIC X(27)
              VALUE "data/aggregation/BUDGET.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-MAP           PIC X(35)
              VALUE "data/aggregation/STORE_DEPT_MAP.DAT".
           05 DSN-REJECT        PIC X(36)
              VALUE "data/aggregation/BUDGET_LOAD_REJ.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-MAP-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-MAP-EOF           VALUE 'Y'.
      * Without the store master or the mapping file the matching
      * check is skipped with a warning rather than refusing the
      * whole budget.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-FILE-IS-OPEN   VALUE 'Y'.

      * The departments each store maps to, from STORE_DEPT_MAP.DAT.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT         PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRIES OCCURS 200 TIMES
                   INDEXED BY WS-MP-IDX.
               10  WS-MP-STORE      PIC X(4).
               10  WS-MP-DEPT       PIC X(2).
       01  WS-MAP-HIT               PIC X.

      * The five comma-separated fields as keyed, before validation.
       01  WS-CSV-FIELDS.
           05  WS-F-STORE-CODE      PIC X(12).
           05  WS-F-DEPT-CODE       PIC X(12).
           05  WS-F-MONTH           PIC X(12).
           05  WS-F-SALES           PIC X(14).
           05  WS-F-MARGIN          PIC X(14).
       01  WS-MONTH-CHECK           PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-CHECK.
           05  WS-MC-YEAR           PIC 9(4).
           05  WS-MC-MONTH          PIC 9(2).
       01  WS-SALES-VALUE           PIC S9(9)V99.
       01  WS-MARGIN-VALUE          PIC S9(9)V99.
       01  WS-FIELD-OK-FLAG         PIC X.
       01  WS-RECORD-OK-FLAG        PIC X.
       01  WS-SCAN-POS              PIC 9(2).
       01  WS-DOT-SEEN-FLAG         PIC X.
       01  WS-SIGN-SEEN-FLAG        PIC X.
       01  WS-FIELD-TEXT            PIC X(14).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).

       01  WS-LOAD-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REPLACED-COUNT    PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-LINES      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-MAP-TABLE THRU END-LOAD-MAP.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "BUDGET-LOAD WARNING: NO STORE MASTER ON FILE, "
                       "STORE VALIDATION SKIPPED."
           END-IF.

           OPEN INPUT LOAD-FILE.
           IF FS-LOAD NOT = "00"
               DISPLAY "BUDGET-LOAD: NO BUDGET LOAD FILE ON DISK: "
                       FS-LOAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF FS-BUDGET NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF FS-BUDGET NOT = "00"
               DISPLAY "BUDGET-LOAD: ERROR OPENING BUDGET FILE: "
                       FS-BUDGET
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
                       PERFORM PROCESS-BUDGET-LINE
                   THRU END-PROCESS-BUDGET-LINE
               END-READ
           END-PERFORM.

           IF STORE-FILE-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           CLOSE LOAD-FILE BUDGET-FILE REJECT-FILE.

           DISPLAY "BUDGET-LOAD SUMMARY -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADDED-COUNT
                   " REPLACED: " WS-REPLACED-COUNT
                   " LINES REJECTED: " WS-REJECT-LINES
                   " MESSAGES: " WS-REJECT-COUNT.
           IF WS-REJECT-LINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-MAP-TABLE.
           OPEN INPUT MAP-FILE.
           IF FS-MAP NOT = "00"
               DISPLAY "BUDGET-LOAD WARNING: NO DEPARTMENT MAPPING ON "
                       "FILE, DEPARTMENT VALIDATION SKIPPED."
               GO TO END-LOAD-MAP
           END-IF.
           PERFORM UNTIL IS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET IS-MAP-EOF TO TRUE
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MAP-STORE-CODE TO
                                   WS-MP-STORE(WS-MAP-COUNT)
                           MOVE MAP-DEPT TO
                                   WS-MP-DEPT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
       END-LOAD-MAP.
           CONTINUE.

      * One comma-separated line: split, validate each field with
      * its own message, and only a fully clean line reaches the
      * budget file. The spreadsheet's heading line and blank lines
      * are passed over.
       PROCESS-BUDGET-LINE.
           IF LOAD-RECORD = SPACES OR LOAD-RECORD(1:5) = "STORE"
               GO TO END-PROCESS-BUDGET-LINE
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-RECORD-OK-FLAG.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING LOAD-RECORD DELIMITED BY ","
               INTO WS-F-STORE-CODE WS-F-DEPT-CODE WS-F-MONTH
                    WS-F-SALES WS-F-MARGIN.

           IF WS-F-STORE-CODE = SPACES
               MOVE "Store code field is blank." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               IF WS-F-STORE-CODE(5:8) NOT = SPACES
                   MOVE "Store code longer than 4 characters." TO
                           RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               ELSE
                   IF STORE-FILE-IS-OPEN
                       MOVE WS-F-STORE-CODE(1:4) TO ST-STORE-CODE
                       READ STORE-MASTER-FILE
                           INVALID KEY
                               MOVE "Store is not on the store master."
                                       TO RJ-MESSAGE
                               PERFORM WRITE-TO-REJECT
                       END-READ
                   END-IF
               END-IF
           END-IF.

           IF WS-F-DEPT-CODE = SPACES
               MOVE "Department field is blank." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               IF WS-F-DEPT-CODE(3:10) NOT = SPACES
                   MOVE "Department longer than 2 characters." TO
                           RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               ELSE
                   IF WS-MAP-COUNT > 0
                       PERFORM CHECK-DEPT-MAPPED
                       IF WS-MAP-HIT = 'N'
                           MOVE "Department not mapped for the store."
                                   TO RJ-MESSAGE
                           PERFORM WRITE-TO-REJECT
                       END-IF
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

           MOVE 0 TO WS-SALES-VALUE WS-MARGIN-VALUE.
           MOVE WS-F-SALES TO WS-FIELD-TEXT.
           PERFORM VALIDATE-NUMERIC-FIELD THRU END-VALIDATE-NUMERIC.
           IF WS-FIELD-OK-FLAG = 'N'
               MOVE "Sales budget is not numeric." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               COMPUTE WS-SALES-VALUE = FUNCTION NUMVAL(WS-F-SALES)
               IF WS-SALES-VALUE < 0
                   MOVE "Sales budget is negative." TO RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               END-IF
           END-IF.
           MOVE WS-F-MARGIN TO WS-FIELD-TEXT.
           PERFORM VALIDATE-NUMERIC-FIELD THRU END-VALIDATE-NUMERIC.
           IF WS-FIELD-OK-FLAG = 'N'
               MOVE "Margin budget is not numeric." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
           ELSE
               COMPUTE WS-MARGIN-VALUE = FUNCTION NUMVAL(WS-F-MARGIN)
               IF WS-MARGIN-VALUE > WS-SALES-VALUE
                   MOVE "Margin budget is more than the sales." TO
                           RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
               END-IF
           END-IF.

           IF WS-RECORD-OK-FLAG = 'N'
               ADD 1 TO WS-REJECT-LINES
               GO TO END-PROCESS-BUDGET-LINE
           END-IF.

           MOVE WS-F-STORE-CODE(1:4) TO BU-STORE-CODE.
           MOVE WS-F-DEPT-CODE(1:2) TO BU-DEPT-CODE.
           MOVE WS-MONTH-CHECK TO BU-MONTH.
           READ BUDGET-FILE
               INVALID KEY
                   PERFORM ADD-BUDGET-LINE
               NOT INVALID KEY
                   IF BU-LOAD-DATE = WS-RUN-DATE
                           AND BU-LOAD-TIME = WS-RUN-TIME
                       MOVE "Same store/department/month twice."
                               TO RJ-MESSAGE
                       PERFORM WRITE-TO-REJECT
                       ADD 1 TO WS-REJECT-LINES
                   ELSE
                       PERFORM REPLACE-BUDGET-LINE
                   END-IF
           END-READ.
       END-PROCESS-BUDGET-LINE.
           CONTINUE.

       CHECK-DEPT-MAPPED.
           MOVE 'N' TO WS-MAP-HIT.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
               IF WS-MP-STORE(WS-MP-IDX) = WS-F-STORE-CODE(1:4)
                       AND WS-MP-DEPT(WS-MP-IDX) = WS-F-DEPT-CODE(1:2)
                   MOVE 'Y' TO WS-MAP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-BUDGET-LINE.
           MOVE WS-SALES-VALUE TO BU-SALES-BUDGET.
           MOVE WS-MARGIN-VALUE TO BU-MARGIN-BUDGET.
           MOVE WS-RUN-DATE TO BU-LOAD-DATE.
           MOVE WS-RUN-TIME TO BU-LOAD-TIME.
           WRITE BU-RECORD
               INVALID KEY
                   DISPLAY "BUDGET-LOAD: ERROR ADDING " BU-KEY
                           " STATUS " FS-BUDGET
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

       REPLACE-BUDGET-LINE.
           MOVE WS-SALES-VALUE TO BU-SALES-BUDGET.
           MOVE WS-MARGIN-VALUE TO BU-MARGIN-BUDGET.
           MOVE WS-RUN-DATE TO BU-LOAD-DATE.
           MOVE WS-RUN-TIME TO BU-LOAD-TIME.
           REWRITE BU-RECORD
               INVALID KEY
                   DISPLAY "BUDGET-LOAD: ERROR REPLACING " BU-KEY
                           " STATUS " FS-BUDGET
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

       END PROGRAM BUDGET-LOAD.
