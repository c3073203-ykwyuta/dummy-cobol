      * without it. The merge listing carries each input's record
      * count and disposition. Deduplication is a sort-mode
      * feature; merge mode interleaves exactly what it is given.
      *
      * MODE=SUMMARIZE collapses each primary key to one record
      * with its quantity and amount fields added together, in
      * place of a SORT01 / SUMM01 / reformat chain. The fields to
      * total are named on SUM1= through SUM6= cards as start
      * position and length ("SUM1=21,7"); each must lie wholly
      * after the ten key bytes and be at most 18 unsigned digits.
      * The rest of the output record is the key's first record in
      * sort order. A record whose sum field is not numeric is
      * rejected before it is sorted, and a key whose total no
      * longer fits its field is rejected whole rather than written
      * truncated; either sets RC 4. A bad or missing SUM card stops
      * the run at RC 8 before anything is sorted. DEDUP= has no
      * effect in summarize mode.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-KEPT-COUNT            PIC 9(7) VALUE 0.
       01  WS-DISCARDED-COUNT       PIC 9(7) VALUE 0.

      * Summarize-mode state: one slot per SUM card, the running
      * total for the key being held, and the scratch used to move
      * a field of any width in and out of an 18-digit total.
       01  WS-SUM-FIELD-TABLE.
           05  WS-SF-COUNT          PIC 9 VALUE 0.
           05  WS-SF-ENTRIES OCCURS 6 TIMES.
               10  WS-SF-START      PIC 9(2).
               10  WS-SF-LENGTH     PIC 9(2).
               10  WS-SF-TOTAL      PIC 9(18).
       01  WS-SF-IDX                PIC 9.
       01  WS-SF-CARD-IDX           PIC 9.
       01  WS-SF-BAD-CARDS          PIC 9 VALUE 0.
       01  WS-SF-POS-TEXT           PIC X(3) JUSTIFIED RIGHT.
       01  WS-SF-POS-NUM REDEFINES WS-SF-POS-TEXT PIC 9(3).
       01  WS-SF-LEN-TEXT           PIC X(3) JUSTIFIED RIGHT.
       01  WS-SF-LEN-NUM REDEFINES WS-SF-LEN-TEXT PIC 9(3).
       01  WS-SF-DIGITS             PIC 9(18).
       01  WS-SF-POS                PIC 9(2).
       01  WS-SF-LEN                PIC 9(2).
       01  WS-SF-FROM               PIC 9(2).
       01  WS-SF-NUMERIC-FLAG       PIC X.
       01  WS-SF-OVERFLOW-FLAG      PIC X.
       01  WS-SF-KEY-RECORDS        PIC 9(7).
       01  WS-COLLAPSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-SUMMED-KEYS           PIC 9(7) VALUE 0.

      * Merge-mode state: one slot per declared input, filled by
      * the prevalidation pass and walked by the four-way merge.
       01  WS-RUN-MODE              PIC X VALUE 'S'.
           88  MERGE-MODE           VALUE 'M'.
           88  SUMMARIZE-MODE       VALUE 'T'.
       01  WS-MERGE-TABLE.
           05  WS-MG-ENTRIES OCCURS 4 TIMES.
               10  WS-MG-DECLARED   PIC X.
               END-IF
               STOP RUN
           END-IF.
           IF SUMMARIZE-MODE
                   AND (WS-SF-BAD-CARDS > 0 OR WS-SF-COUNT = 0)
               DISPLAY "SORT01: SUMMARIZE MODE NEEDS VALID SUM1= "
                       "THROUGH SUM6= CARDS -- NOTHING SORTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
      * The record area starts low-value, not spaces -- cleared once
      * so the FILLER separator prints as the blank it declares.
                   " DUPLICATE KEYS: " WS-DUP-COUNT
                   " KEPT: " WS-KEPT-COUNT
                   " DISCARDED: " WS-DISCARDED-COUNT.
           IF SUMMARIZE-MODE
               DISPLAY "SORT01 SUMMARIZE TOTALS -- KEYS WRITTEN: "
                       WS-KEPT-COUNT
                       " KEYS SUMMED: " WS-SUMMED-KEYS
                       " RECORDS COLLAPSED: " WS-COLLAPSED-COUNT
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
           STOP RUN.

           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:5) = "MERGE"
               MOVE 'M' TO WS-RUN-MODE
           END-IF.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:9) = "SUMMARIZE"
               MOVE 'T' TO WS-RUN-MODE
               PERFORM READ-ONE-SUM-CARD THRU END-READ-ONE-SUM-CARD
                       VARYING WS-SF-CARD-IDX FROM 1 BY 1
                       UNTIL WS-SF-CARD-IDX > 6
           END-IF.
           MOVE "MERGE1" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
               END-EVALUATE
           END-IF.

      * One SUMn= card: "start,length", both numbers. A field that
      * reaches into the keys, runs past column 80 or is wider than
      * the total can carry is refused and counted, so the run
      * stops rather than summing the wrong bytes.
       READ-ONE-SUM-CARD.
           MOVE SPACES TO WS-KW-KEYWORD.
           STRING "SUM" WS-SF-CARD-IDX DELIMITED BY SIZE
                   INTO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND NOT = 'Y'
               GO TO END-READ-ONE-SUM-CARD
           END-IF.
           MOVE SPACES TO WS-SF-POS-TEXT WS-SF-LEN-TEXT.
           UNSTRING WS-KW-VALUE DELIMITED BY "," OR ALL SPACE
                   INTO WS-SF-POS-TEXT WS-SF-LEN-TEXT.
           INSPECT WS-SF-POS-TEXT REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-SF-LEN-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WS-SF-POS-TEXT IS NOT NUMERIC
                   OR WS-SF-LEN-TEXT IS NOT NUMERIC
               GO TO BAD-SUM-CARD
           END-IF.
           IF WS-SF-POS-NUM < 11 OR WS-SF-LEN-NUM = 0
                   OR WS-SF-LEN-NUM > 18
                   OR WS-SF-POS-NUM + WS-SF-LEN-NUM - 1 > 80
               GO TO BAD-SUM-CARD
           END-IF.
           ADD 1 TO WS-SF-COUNT.
           MOVE WS-SF-POS-NUM TO WS-SF-START(WS-SF-COUNT).
           MOVE WS-SF-LEN-NUM TO WS-SF-LENGTH(WS-SF-COUNT).
           GO TO END-READ-ONE-SUM-CARD.
       BAD-SUM-CARD.
           DISPLAY "SORT01: SUM" WS-SF-CARD-IDX " CARD IS INVALID: "
                   WS-KW-VALUE(1:20).
           ADD 1 TO WS-SF-BAD-CARDS.
       END-READ-ONE-SUM-CARD.
           CONTINUE.

      * Input validation: a blank primary sort key cannot be ordered
      * meaningfully, so those records are logged to REJECT-FILE
      * instead of being handed to the sort -- the same reject-file
                               TO RJ-MESSAGE
                           PERFORM WRITE-TO-REJECT
                       ELSE
                           PERFORM CHECK-SUM-FIELDS
                           IF WS-SF-NUMERIC-FLAG = 'N'
                               MOVE "Reject: sum field is not numeric."
                                   TO RJ-MESSAGE
                               PERFORM WRITE-TO-REJECT
                           ELSE
                               MOVE INPUT-RECORD TO SORT-WORK-RECORD
                               RELEASE SORT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

      * Summarize mode only: every named sum field must be all
      * digits before the record may be added into a total.
       CHECK-SUM-FIELDS.
           MOVE 'Y' TO WS-SF-NUMERIC-FLAG.
           IF SUMMARIZE-MODE
               PERFORM CHECK-ONE-SUM-FIELD
                       VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
           END-IF.

       CHECK-ONE-SUM-FIELD.
           PERFORM LOCATE-SUM-FIELD.
           MOVE ZEROS TO WS-SF-DIGITS.
           MOVE INPUT-RECORD(WS-SF-POS:WS-SF-LEN)
                   TO WS-SF-DIGITS(WS-SF-FROM:WS-SF-LEN).
           IF WS-SF-DIGITS IS NOT NUMERIC
               MOVE 'N' TO WS-SF-NUMERIC-FLAG
           END-IF.

      * A field of any width sits right-aligned in the 18-digit
      * scratch total, starting at WS-SF-FROM.
       LOCATE-SUM-FIELD.
           MOVE WS-SF-START(WS-SF-IDX) TO WS-SF-POS.
           MOVE WS-SF-LENGTH(WS-SF-IDX) TO WS-SF-LEN.
           COMPUTE WS-SF-FROM = 19 - WS-SF-LEN.

      * Duplicate-key detection relies on the sorted order RETURN
      * hands back records in -- two records share a key only if they
      * are adjacent once sorted, so a single previous-key comparison
                   AT END
                       SET WS-SORT-DONE TO TRUE
                       IF RECORD-IS-HELD
                           PERFORM WRITE-HELD-RECORD
                       END-IF
                   NOT AT END
                       PERFORM CHECK-FOR-DUPLICATE
                       IF SUMMARIZE-MODE
                           PERFORM SUMMARIZE-ON-KEY
                       ELSE
                           PERFORM WRITE-PER-DEDUP-POLICY
                       END-IF
               END-RETURN
           END-PERFORM.
           CLOSE OUTPUT-FILE.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG.
           MOVE SORT-KEY TO WS-PREV-KEY.

      * Summarize mode holds the first record of each key and adds
      * every later record's sum fields into the key's totals; the
      * next key (or end of sort) releases it with the totals laid
      * back into their fields.
       SUMMARIZE-ON-KEY.
           IF RECORD-IS-HELD AND SORT-KEY = WS-PREV-KEY
               PERFORM ADD-ONE-SUM-FIELD
                       VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
               ADD 1 TO WS-SF-KEY-RECORDS
               ADD 1 TO WS-COLLAPSED-COUNT
           ELSE
               IF RECORD-IS-HELD
                   PERFORM WRITE-HELD-RECORD
               END-IF
               MOVE SORT-WORK-RECORD TO WS-HELD-RECORD
               SET RECORD-IS-HELD TO TRUE
               MOVE 1 TO WS-SF-KEY-RECORDS
               MOVE 'N' TO WS-SF-OVERFLOW-FLAG
               PERFORM START-ONE-SUM-FIELD
                       VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG.
           MOVE SORT-KEY TO WS-PREV-KEY.

       START-ONE-SUM-FIELD.
           MOVE 0 TO WS-SF-TOTAL(WS-SF-IDX).
           PERFORM ADD-ONE-SUM-FIELD.

       ADD-ONE-SUM-FIELD.
           PERFORM LOCATE-SUM-FIELD.
           MOVE ZEROS TO WS-SF-DIGITS.
           MOVE SORT-WORK-RECORD(WS-SF-POS:WS-SF-LEN)
                   TO WS-SF-DIGITS(WS-SF-FROM:WS-SF-LEN).
           ADD WS-SF-DIGITS TO WS-SF-TOTAL(WS-SF-IDX)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SF-OVERFLOW-FLAG
           END-ADD.

      * A total wider than its field would be written truncated, so
      * flag it instead; the caller rejects the whole key.
       STAMP-ONE-TOTAL.
           PERFORM LOCATE-SUM-FIELD.
           MOVE WS-SF-TOTAL(WS-SF-IDX) TO WS-SF-DIGITS.
           IF WS-SF-FROM > 1
               IF WS-SF-DIGITS(1:WS-SF-FROM - 1) NOT = ZEROS
                   MOVE 'Y' TO WS-SF-OVERFLOW-FLAG
                   GO TO END-STAMP-ONE-TOTAL
               END-IF
           END-IF.
           MOVE WS-SF-DIGITS(WS-SF-FROM:WS-SF-LEN)
                   TO WS-HELD-RECORD(WS-SF-POS:WS-SF-LEN).
       END-STAMP-ONE-TOTAL.
           CONTINUE.

      * Releases the held record -- keep-last's survivor, or in
      * summarize mode the key's first record carrying its totals.
       WRITE-HELD-RECORD.
           IF SUMMARIZE-MODE
               PERFORM STAMP-ONE-TOTAL THRU END-STAMP-ONE-TOTAL
                       VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT
           END-IF.
           MOVE 'N' TO WS-HELD-FLAG.
           IF SUMMARIZE-MODE AND WS-SF-OVERFLOW-FLAG = 'Y'
               MOVE WS-HELD-RECORD TO RJ-ORIGINAL-RECORD
               MOVE "Reject: sum total overflows its field."
                   TO RJ-MESSAGE
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-HELD-RECORD TO WS-EXC-ORIGINAL
               MOVE RJ-MESSAGE TO WS-EXC-MESSAGE
               CALL "EXC_WRITER" USING WS-EXC-PROGRAM,
                       WS-EXC-CATEGORY, WS-EXC-SEVERITY,
                       WS-EXC-ORIGINAL, WS-EXC-MESSAGE
           ELSE
               MOVE WS-HELD-RECORD TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           IF SUMMARIZE-MODE AND WS-SF-KEY-RECORDS > 1
               ADD 1 TO WS-SUMMED-KEYS
               MOVE SPACES TO DUPLICATE-RECORD
               STRING "SUMMED KEY: " WS-HELD-RECORD(1:5)
                   " RECORDS: " WS-SF-KEY-RECORDS
                   DELIMITED BY SIZE INTO DUPLICATE-RECORD
               WRITE DUPLICATE-RECORD
           END-IF.

      * Merge mode proper: every declared input is proven ascending
      * on the full ten-byte key front to back before a record
      * merges; the survivors interleave through a pick-the-
