      * THE DEPARTMENT/PATTERN SELECTION WORKS EXACTLY AS BEFORE.
      * COMPARISONS ARE CHARACTER COMPARISONS, SO NUMERIC FIELDS
      * COMPARE CORRECTLY WHEN ZERO-FILLED, AS THIS FILE'S ARE.
      *
      * AUDIT SAMPLING: A SAMPLE= CARD DRAWS A SAMPLE FROM THE
      * RECORDS THAT QUALIFY UNDER THE CARDS ABOVE, SO THE AUDITORS'
      * POPULATION IS EXACTLY WHAT THE SELECTION WOULD HAVE WRITTEN.
      *   SAMPLE=INTERVAL   EVERY=n   EVERY NTH QUALIFYING RECORD.
      *   SAMPLE=PERCENT    PERCENT=p EACH RECORD KEPT WITH CHANCE
      *                               P PERCENT (UP TO 2 DECIMALS).
      *   SAMPLE=STRATIFIED COUNT=n   N RECORDS AT RANDOM FROM EACH
      *                               DEPT-CODE-I (ALL OF A SMALLER
      *                               DEPARTMENT), UP TO 50 EACH
      *                               ACROSS 20 DEPARTMENTS.
      * THE RANDOM DRAWS COME FROM A MULTIPLICATIVE CONGRUENTIAL
      * GENERATOR (16807 MOD 2**31-1) STARTED FROM SEED=n, OR FROM
      * THE CLOCK WHEN NO SEED IS GIVEN; THE SEED USED IS PRINTED
      * WITH THE TOTALS SO RERUNNING WITH SEED= ON THE SAME FILE
      * REPRODUCES THE SAMPLE. QUALIFYING RECORDS LEFT OUT OF THE
      * SAMPLE ARE NOT ERRORS AND DO NOT GO TO THE ERROR FILE. A
      * SAMPLE CARD THAT CANNOT BE HONOURED STOPS THE RUN AT RC 8
      * RATHER THAN HANDING OVER THE WHOLE POPULATION.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-NAME-SCAN-POS     PIC 9(2).
       01  WS-NAME-SCAN-LIMIT   PIC 9(2).

      * Sampling state. WS-SAMPLE-SEED is the seed reported; the
      * generator runs on in WS-RAND-STATE.
       01  WS-SAMPLE-METHOD     PIC X(1) VALUE 'N'.
           88  SAMPLING-OFF     VALUE 'N'.
           88  SAMPLE-INTERVAL  VALUE 'I'.
           88  SAMPLE-PERCENT   VALUE 'P'.
           88  SAMPLE-STRATIFIED VALUE 'S'.
       01  WS-SAMPLE-EVERY      PIC 9(7) VALUE 0.
       01  WS-SAMPLE-PCT        PIC 9(3)V99 VALUE 0.
       01  WS-SAMPLE-PCT-EDIT   PIC ZZ9.99.
       01  WS-SAMPLE-PER-DEPT   PIC 9(2) VALUE 0.
       01  WS-SAMPLE-SEED       PIC 9(10) VALUE 0.
       01  WS-SAMPLE-CARD-ERROR PIC X(1) VALUE 'N'.
       01  WS-PARM-NUMBER       PIC 9(10)V99.
       01  WS-CLOCK-TIME        PIC 9(8).
       01  WS-POPULATION-COUNT  PIC 9(7) VALUE 0.
       01  WS-SINCE-LAST-PICK   PIC 9(7) VALUE 0.
       01  WS-RAND-STATE        PIC 9(10).
       01  WS-RAND-PRODUCT      PIC 9(15).
       01  WS-RAND-QUOTIENT     PIC 9(15).
       01  WS-RAND-DRAW         PIC 9(7).
       01  WS-PCT-THRESHOLD     PIC 9(5).

      * Stratified sampling keeps a reservoir per department: the
      * first COUNT records fill it, and each later record replaces
      * a random slot with chance COUNT over the department's
      * population so far, so every record stands an equal chance.
       01  WS-STRATUM-TABLE.
           05  WS-ST-COUNT      PIC 9(2) VALUE 0.
           05  WS-ST-ENTRIES OCCURS 20 TIMES.
               10  WS-ST-DEPT   PIC X(2).
               10  WS-ST-SEEN   PIC 9(7).
               10  WS-ST-HELD   PIC 9(2).
               10  WS-ST-RECORD PIC X(27) OCCURS 50 TIMES.
       01  WS-ST-SCAN           PIC 9(2).
       01  WS-ST-SLOT           PIC 9(2).
       01  WS-ST-PICK           PIC 9(2).

       PROCEDURE DIVISION.
       1000-MAIN.
           PERFORM 1500-READ-PARAMETERS.
                   PERFORM 1600-APPLY-PARAMETERS
               END-IF
           END-IF.
           PERFORM 1540-READ-SAMPLE-CARDS THRU END-READ-SAMPLE-CARDS.

       1510-READ-KEYWORD-PARMS.
           MOVE "MODE" TO WS-KW-KEYWORD.
               END-IF
           END-IF.

      * The sampling cards sit beside either style of selection deck
      * and do not count as keyword selection cards, so a positional
      * card can still be sampled.
       1540-READ-SAMPLE-CARDS.
           MOVE "SAMPLE" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND NOT = 'Y'
               GO TO END-READ-SAMPLE-CARDS
           END-IF.
           EVALUATE WS-KW-VALUE(1:1)
               WHEN 'I'
                   SET SAMPLE-INTERVAL TO TRUE
                   MOVE "EVERY" TO WS-KW-KEYWORD
                   PERFORM 1550-READ-SAMPLE-NUMBER
                   IF WS-PARM-NUMBER < 1 OR WS-PARM-NUMBER > 9999999
                       MOVE 'Y' TO WS-SAMPLE-CARD-ERROR
                   ELSE
                       MOVE WS-PARM-NUMBER TO WS-SAMPLE-EVERY
                   END-IF
               WHEN 'P'
                   SET SAMPLE-PERCENT TO TRUE
                   MOVE "PERCENT" TO WS-KW-KEYWORD
                   PERFORM 1550-READ-SAMPLE-NUMBER
                   IF WS-PARM-NUMBER <= 0 OR WS-PARM-NUMBER > 100
                       MOVE 'Y' TO WS-SAMPLE-CARD-ERROR
                   ELSE
                       MOVE WS-PARM-NUMBER TO WS-SAMPLE-PCT
                       COMPUTE WS-PCT-THRESHOLD = WS-SAMPLE-PCT * 100
                   END-IF
               WHEN 'S'
                   SET SAMPLE-STRATIFIED TO TRUE
                   MOVE "COUNT" TO WS-KW-KEYWORD
                   PERFORM 1550-READ-SAMPLE-NUMBER
                   IF WS-PARM-NUMBER < 1 OR WS-PARM-NUMBER > 50
                       MOVE 'Y' TO WS-SAMPLE-CARD-ERROR
                   ELSE
                       MOVE WS-PARM-NUMBER TO WS-SAMPLE-PER-DEPT
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-SAMPLE-CARD-ERROR
           END-EVALUATE.
           IF WS-SAMPLE-CARD-ERROR = 'Y'
               DISPLAY "SELECT01: SAMPLE CARDS ARE INVALID ("
                       WS-KW-KEYWORD ") -- NOTHING SELECTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SEED" TO WS-KW-KEYWORD.
           PERFORM 1550-READ-SAMPLE-NUMBER.
           IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 2147483647
               MOVE WS-PARM-NUMBER TO WS-SAMPLE-SEED
           ELSE
               ACCEPT WS-CLOCK-TIME FROM TIME
               COMPUTE WS-SAMPLE-SEED = WS-CLOCK-TIME + 1
           END-IF.
           MOVE WS-SAMPLE-SEED TO WS-RAND-STATE.
       END-READ-SAMPLE-CARDS.
           CONTINUE.

      * A missing or non-numeric card reads as zero, which every
      * caller treats as out of range.
       1550-READ-SAMPLE-NUMBER.
           MOVE 0 TO WS-PARM-NUMBER.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:1) IS NUMERIC
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(WS-KW-VALUE)
           END-IF.

       1600-APPLY-PARAMETERS.
           IF PM-SEL-MODE = 'S' OR PM-SEL-MODE = 'R'
                   OR PM-SEL-MODE = 'L'
           IF CONDITION-MODE
               PERFORM 3500-JUDGE-CONDITION-CARDS
               IF WS-COND-VERDICT = 'Y'
                   PERFORM 3050-TAKE-QUALIFYING-RECORD
               ELSE
                   MOVE INPUT-RECORD TO ERROR-REC-DATA
                   MOVE "CONDITION CARDS NOT MET" TO ERROR-MSG
               PERFORM 3300-DETERMINE-DEPT-SELECTED
               PERFORM 3400-DETERMINE-NAME-MATCHED
               IF DEPT-SELECTED AND NAME-MATCHED
                   PERFORM 3050-TAKE-QUALIFYING-RECORD
               ELSE
                   PERFORM 3200-WRITE-ERROR
               END-IF
           END-IF.
           PERFORM 9000-READ-INPUT.

      * A qualifying record is written straight out unless a sample
      * is being drawn, in which case it joins the population and
      * the sampling method decides.
       3050-TAKE-QUALIFYING-RECORD.
           IF SAMPLING-OFF
               PERFORM 3100-WRITE-OUTPUT
           ELSE
               ADD 1 TO WS-POPULATION-COUNT
               EVALUATE TRUE
                   WHEN SAMPLE-INTERVAL
                       ADD 1 TO WS-SINCE-LAST-PICK
                       IF WS-SINCE-LAST-PICK >= WS-SAMPLE-EVERY
                           MOVE 0 TO WS-SINCE-LAST-PICK
                           PERFORM 3100-WRITE-OUTPUT
                       END-IF
                   WHEN SAMPLE-PERCENT
                       PERFORM 3690-NEXT-RANDOM
                       DIVIDE WS-RAND-STATE BY 10000
                           GIVING WS-RAND-QUOTIENT
                           REMAINDER WS-RAND-DRAW
                       IF WS-RAND-DRAW < WS-PCT-THRESHOLD
                           PERFORM 3100-WRITE-OUTPUT
                       END-IF
                   WHEN SAMPLE-STRATIFIED
                       PERFORM 3600-SAMPLE-STRATUM
                           THRU END-SAMPLE-STRATUM
               END-EVALUATE
           END-IF.

       3100-WRITE-OUTPUT.
           IF SPLIT-MODE
               PERFORM 3150-WRITE-SPLIT-OUTPUT THRU END-WRITE-SPLIT
               END-PERFORM
           END-IF.

      * The record's department claims a stratum on first sight; a
      * twenty-first department cannot be sampled fairly and goes to
      * the error file, as split mode does with its eleventh.
       3600-SAMPLE-STRATUM.
           MOVE 0 TO WS-ST-SLOT.
           PERFORM VARYING WS-ST-SCAN FROM 1 BY 1
                   UNTIL WS-ST-SCAN > WS-ST-COUNT
               IF WS-ST-DEPT(WS-ST-SCAN) = DEPT-CODE-I
                   MOVE WS-ST-SCAN TO WS-ST-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ST-SLOT = 0
               IF WS-ST-COUNT >= 20
                   MOVE INPUT-RECORD TO ERROR-REC-DATA
                   MOVE "MORE THAN 20 SAMPLE DEPTS" TO ERROR-MSG
                   WRITE ERROR-RECORD
                   ADD 1 TO ERROR-REC-COUNT
                   SUBTRACT 1 FROM WS-POPULATION-COUNT
                   GO TO END-SAMPLE-STRATUM
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-SLOT
               MOVE DEPT-CODE-I TO WS-ST-DEPT(WS-ST-SLOT)
               MOVE 0 TO WS-ST-SEEN(WS-ST-SLOT)
               MOVE 0 TO WS-ST-HELD(WS-ST-SLOT)
           END-IF.
           ADD 1 TO WS-ST-SEEN(WS-ST-SLOT).
           IF WS-ST-HELD(WS-ST-SLOT) < WS-SAMPLE-PER-DEPT
               ADD 1 TO WS-ST-HELD(WS-ST-SLOT)
               MOVE INPUT-RECORD TO WS-ST-RECORD(WS-ST-SLOT,
                       WS-ST-HELD(WS-ST-SLOT))
               GO TO END-SAMPLE-STRATUM
           END-IF.
           PERFORM 3690-NEXT-RANDOM.
           DIVIDE WS-RAND-STATE BY WS-ST-SEEN(WS-ST-SLOT)
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-DRAW.
           IF WS-RAND-DRAW < WS-SAMPLE-PER-DEPT
               COMPUTE WS-ST-PICK = WS-RAND-DRAW + 1
               MOVE INPUT-RECORD TO WS-ST-RECORD(WS-ST-SLOT,
                       WS-ST-PICK)
           END-IF.
       END-SAMPLE-STRATUM.
           CONTINUE.

      * Each department's reservoir is released at end of file,
      * through the ordinary output (and split) path.
       3650-RELEASE-STRATA.
           PERFORM VARYING WS-ST-SCAN FROM 1 BY 1
                   UNTIL WS-ST-SCAN > WS-ST-COUNT
               PERFORM VARYING WS-ST-PICK FROM 1 BY 1
                       UNTIL WS-ST-PICK > WS-ST-HELD(WS-ST-SCAN)
                   MOVE WS-ST-RECORD(WS-ST-SCAN, WS-ST-PICK)
                       TO INPUT-RECORD
                   PERFORM 3100-WRITE-OUTPUT
               END-PERFORM
           END-PERFORM.

      * Park and Miller's minimal standard generator: the state is
      * multiplied by 16807 and reduced modulo 2**31-1. Written out
      * in ordinary arithmetic so a given seed draws the same
      * sample on any machine this runs on.
       3690-NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807.
           DIVIDE WS-RAND-PRODUCT BY 2147483647
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.

      * ALL-TRUE under CONNECT=AND, ANY-TRUE under CONNECT=OR.
       3500-JUDGE-CONDITION-CARDS.
           IF WS-COND-CONNECT = "OR "
           END-EVALUATE.

       4000-TERMINATE.
           IF SAMPLE-STRATIFIED
               PERFORM 3650-RELEASE-STRATA
           END-IF.
           DISPLAY "PROCESSING COMPLETE".
           DISPLAY "INPUT RECORDS: " INPUT-REC-COUNT.
           DISPLAY "OUTPUT RECORDS: " OUTPUT-REC-COUNT.
           DISPLAY "ERROR RECORDS: " ERROR-REC-COUNT.
           IF NOT SAMPLING-OFF
               PERFORM 4050-DISPLAY-SAMPLE-TOTALS
           END-IF.
           IF SPLIT-MODE
               PERFORM VARYING WS-SP-SCAN FROM 1 BY 1
                       UNTIL WS-SP-SCAN > WS-SP-COUNT
           PERFORM 4100-SET-CONDITION-CODE.
           CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE.

       4050-DISPLAY-SAMPLE-TOTALS.
           EVALUATE TRUE
               WHEN SAMPLE-INTERVAL
                   DISPLAY "SAMPLE METHOD: EVERY " WS-SAMPLE-EVERY
                           "TH QUALIFYING RECORD"
               WHEN SAMPLE-PERCENT
                   MOVE WS-SAMPLE-PCT TO WS-SAMPLE-PCT-EDIT
                   DISPLAY "SAMPLE METHOD: " WS-SAMPLE-PCT-EDIT
                           " PERCENT AT RANDOM"
               WHEN SAMPLE-STRATIFIED
                   DISPLAY "SAMPLE METHOD: " WS-SAMPLE-PER-DEPT
                           " AT RANDOM PER DEPARTMENT"
           END-EVALUATE.
           DISPLAY "SAMPLE POPULATION: " WS-POPULATION-COUNT.
           DISPLAY "SAMPLE SIZE: " OUTPUT-REC-COUNT.
           IF NOT SAMPLE-INTERVAL
               DISPLAY "SAMPLE SEED: " WS-SAMPLE-SEED
           END-IF.
           IF SAMPLE-STRATIFIED
               PERFORM VARYING WS-ST-SCAN FROM 1 BY 1
                       UNTIL WS-ST-SCAN > WS-ST-COUNT
                   DISPLAY "DEPARTMENT " WS-ST-DEPT(WS-ST-SCAN)
                           " POPULATION: " WS-ST-SEEN(WS-ST-SCAN)
                           " SAMPLED: " WS-ST-HELD(WS-ST-SCAN)
               END-PERFORM
           END-IF.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention (see IMPLEMENTATION_STATUS.md request 045): 0 means
      * clean, 4 means some records were rejected but within
