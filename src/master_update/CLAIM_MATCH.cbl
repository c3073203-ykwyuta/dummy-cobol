      * reported rather than swallowed. The aging report lists
      * every claim still open by supplier with its age in days,
      * so the write-offs nobody chased become a worklist.
      *
      * The supplier rebates are aged on the same report, after the
      * RTV claims: every claim REBATE_ACCRUE has raised on
      * REBATE_AGREE.IDX that the supplier has not yet paid in full
      * (REBATE_MAINT records the payments), flagged OVERDUE once it
      * is older than WS-REBATE-DUE-DAYS, and every agreement whose
      * period has ended with rebate earned but no claim raised yet
      * -- the accrual run has not caught up with it -- flagged
      * UNCLAIMED and aged from the end of the period.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NEW-CLAIM-FILE ASSIGN TO DSN-NEW-CLAIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-CLAIM.
           SELECT REBATE-FILE ASSIGN TO DSN-REBATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-KEY
               FILE STATUS IS FS-REBATE.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
       FD  NEW-CLAIM-FILE.
       01  NEW-CLAIM-RECORD         PIC X(52).

       FD  REBATE-FILE.
           COPY "RBTREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(110).

           05  FS-CREDIT            PIC X(2).
           05  FS-NEW-CLAIM         PIC X(2).
           05  FS-REPORT            PIC X(2).
           05  FS-REBATE            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-CLAIM         PIC X(33)
              VALUE "data/master_update/RTV_CLAIMS.NEW".
           05 DSN-REPORT        PIC X(34)
              VALUE "data/master_update/CLAIM_AGING.LST".
           05 DSN-REBATE        PIC X(35)
              VALUE "data/master_update/REBATE_AGREE.IDX".

       01  WS-EOF-FLAGS.
           05  WS-CLAIM-EOF         PIC X VALUE 'N'.
           05  WS-CREDIT-EOF        PIC X VALUE 'N'.
           05  WS-REBATE-EOF        PIC X VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-INT          PIC 9(8).
       01  WS-OPEN-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-UNMATCHED-CREDIT      PIC S9(11)V99 VALUE 0.

      * Rebate claims are payable on the supplier's usual terms;
      * older than this and the claim is chased.
       01  WS-REBATE-DUE-DAYS       PIC 9(3) VALUE 30.
       01  WS-REBATE-OPEN           PIC S9(9)V99.
       01  WS-REBATE-COUNT          PIC 9(7) VALUE 0.
       01  WS-REBATE-OVERDUE        PIC 9(7) VALUE 0.
       01  WS-REBATE-TOTAL          PIC S9(11)V99 VALUE 0.

       01  AGING-LINE.
           05  AGL-SUPPLIER         PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
               VALUE " EXCEEDS OPEN CLAIMS, UNUSED ".
           05  CRL-REMAINDER        PIC -(7)9.99.

       01  REBATE-AGING-LINE.
           05  FILLER               PIC X(7) VALUE "REBATE ".
           05  RAL-SUPPLIER         PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RAL-AGREEMENT        PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RAL-DATE-LABEL       PIC X(9).
           05  RAL-DATE             PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(5) VALUE "AGE: ".
           05  RAL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(6) VALUE "OPEN: ".
           05  RAL-OPEN-VALUE       PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RAL-FLAG             PIC X(12).

       01  REBATE-TOTAL-LINE.
           05  FILLER               PIC X(21)
               VALUE "TOTAL OPEN REBATES:  ".
           05  RTL-OPEN-TOTAL       PIC -(9)9.99.

       01  TOTAL-LINE.
           05  FILLER               PIC X(21)
               VALUE "TOTAL OPEN CLAIMS:   ".

           MOVE WS-OPEN-TOTAL TO TTL-OPEN-TOTAL.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           PERFORM WRITE-REBATE-AGING THRU END-WRITE-REBATE-AGING.
           CLOSE REPORT-FILE.

           DISPLAY "CLAIM-MATCH TOTALS -- CLAIMS: " WS-CLAIMS-READ
                   " CLOSED: " WS-CLOSED-COUNT
                   " STILL OPEN: " WS-OPEN-COUNT
                   " OPEN VALUE: " WS-OPEN-TOTAL.
           DISPLAY "CLAIM-MATCH REBATES -- OPEN: " WS-REBATE-COUNT
                   " OVERDUE: " WS-REBATE-OVERDUE
                   " OPEN VALUE: " WS-REBATE-TOTAL.
           IF WS-OPEN-COUNT > 0 OR WS-REBATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
           END-IF.
           WRITE REPORT-RECORD FROM AGING-LINE.

      * No rebate file simply means no rebate agreements.
       WRITE-REBATE-AGING.
           OPEN INPUT REBATE-FILE.
           IF FS-REBATE NOT = "00"
               GO TO END-WRITE-REBATE-AGING
           END-IF.
           PERFORM UNTIL WS-REBATE-EOF = 'Y'
               READ REBATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REBATE-EOF
                   NOT AT END
                       PERFORM AGE-ONE-REBATE
               END-READ
           END-PERFORM.
           CLOSE REBATE-FILE.
           MOVE WS-REBATE-TOTAL TO RTL-OPEN-TOTAL.
           WRITE REPORT-RECORD FROM REBATE-TOTAL-LINE.
       END-WRITE-REBATE-AGING.
           CONTINUE.

       AGE-ONE-REBATE.
           MOVE SPACES TO RAL-FLAG.
           EVALUATE TRUE
               WHEN RB-IS-CLAIMED
                   COMPUTE WS-REBATE-OPEN =
                           RB-CLAIM-AMOUNT - RB-RECEIVED-AMOUNT
                   MOVE "CLAIMED: " TO RAL-DATE-LABEL
                   MOVE RB-CLAIM-DATE TO RAL-DATE
               WHEN RB-IS-OPEN AND RB-END-DATE < WS-RUN-DATE
                       AND RB-EARNED-AMOUNT > 0
                   MOVE RB-EARNED-AMOUNT TO WS-REBATE-OPEN
                   MOVE "ENDED:   " TO RAL-DATE-LABEL
                   MOVE RB-END-DATE TO RAL-DATE
                   MOVE "UNCLAIMED" TO RAL-FLAG
               WHEN OTHER
                   MOVE 0 TO WS-REBATE-OPEN
           END-EVALUATE.
           IF WS-REBATE-OPEN > 0
               COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(RAL-DATE)
               IF RAL-FLAG = SPACES
                       AND WS-AGE-DAYS > WS-REBATE-DUE-DAYS
                   MOVE "OVERDUE" TO RAL-FLAG
               END-IF
               IF RAL-FLAG NOT = SPACES
                   ADD 1 TO WS-REBATE-OVERDUE
               END-IF
               ADD 1 TO WS-REBATE-COUNT
               ADD WS-REBATE-OPEN TO WS-REBATE-TOTAL
               MOVE RB-SUPPLIER-CODE TO RAL-SUPPLIER
               MOVE RB-AGREEMENT-NO TO RAL-AGREEMENT
               MOVE WS-AGE-DAYS TO RAL-AGE-DAYS
               MOVE WS-REBATE-OPEN TO RAL-OPEN-VALUE
               WRITE REPORT-RECORD FROM REBATE-AGING-LINE
           END-IF.

       END PROGRAM CLAIM-MATCH.
