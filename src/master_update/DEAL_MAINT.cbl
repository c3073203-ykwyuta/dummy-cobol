       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAL-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the mix-and-match deal file
      * (DEAL.IDX, DEALREC.CPY). Reads transactions from a
      * sequential transaction file and applies each one to the
      * indexed deal file:
      *   'A' add a deal header       'C' change a deal header
      *   'X' delete a deal, header and members together
      *   'M' add a qualifying member 'R' remove a member
      * A header is validated whole on add and change: a known deal
      * type, an end date not before the start date, a trigger
      * quantity, a reward that makes sense for the type (a price
      * for a multi-buy, fewer free units than the trigger for free
      * goods), and a store -- when one is named -- that is on the
      * store master. A member must belong to a deal on file and be
      * an active item on the master or a group on ITEM_GROUP.IDX.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT DEAL-FILE ASSIGN TO DSN-DEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS FS-DEAL.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT GROUP-FILE ASSIGN TO DSN-GROUP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GROUP-CODE
               FILE STATUS IS FS-GROUP.
           SELECT STORE-MASTER-FILE ASSIGN TO DSN-STORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS FS-STORE.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  DM-ACTION            PIC X.
               88  DM-IS-ADD        VALUE 'A'.
               88  DM-IS-CHANGE     VALUE 'C'.
               88  DM-IS-DELETE     VALUE 'X'.
               88  DM-IS-ADD-MEMBER VALUE 'M'.
               88  DM-IS-REMOVE-MEMBER VALUE 'R'.
           05  DM-DEAL-CODE         PIC X(6).
           05  DM-MEMBER-TYPE       PIC X.
           05  DM-MEMBER-CODE       PIC X(8).
           05  DM-DEAL-TYPE         PIC X.
           05  DM-DESCRIPTION       PIC X(20).
           05  DM-STORE-CODE        PIC X(4).
           05  DM-START-DATE        PIC 9(8).
           05  DM-END-DATE          PIC 9(8).
           05  DM-TRIGGER-QTY       PIC 9(3).
           05  DM-REWARD-QTY        PIC 9(3).
           05  DM-REWARD-PRICE      PIC 9(7)V99.

       FD  DEAL-FILE.
           COPY "DEALREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(72).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-DEAL              PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-GROUP             PIC X(2).
           05  FS-STORE             PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(34)
              VALUE "data/master_update/DEAL_MAINT.DAT".
           05 DSN-DEAL          PIC X(27)
              VALUE "data/master_update/DEAL.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-GROUP         PIC X(33)
              VALUE "data/master_update/ITEM_GROUP.IDX".
           05 DSN-STORE         PIC X(35)
              VALUE "data/master_update/STORE_MASTER.IDX".
           05 DSN-ERROR         PIC X(38)
              VALUE "data/master_update/DEAL_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-VALID-FLAG            PIC X.
           88  HEADER-IS-VALID      VALUE 'Y'.
       01  WS-GROUP-OPEN-FLAG       PIC X VALUE 'N'.
           88  GROUP-FILE-IS-OPEN   VALUE 'Y'.
       01  WS-STORE-OPEN-FLAG       PIC X VALUE 'N'.
           88  STORE-FILE-IS-OPEN   VALUE 'Y'.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-MEMBER-ADD-COUNT  PIC 9(7) VALUE 0.
           05  WS-MEMBER-DEL-COUNT  PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "DEAL-MAINT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT GROUP-FILE.
           IF FS-GROUP = "00"
               SET GROUP-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STORE-MASTER-FILE.
           IF FS-STORE = "00"
               SET STORE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DEAL-MAINT WARNING: NO STORE MASTER ON "
                       "FILE, STORE VALIDATION SKIPPED."
           END-IF.
           OPEN OUTPUT ERROR-FILE.
      * The record area starts low-value, not spaces -- cleared once
      * so the FILLER separators print as the blanks they declare.
           MOVE SPACES TO ERROR-RECORD.
           OPEN I-O DEAL-FILE.
           IF FS-DEAL NOT = "00"
      * No deal file yet: create it, then reopen for update.
               OPEN OUTPUT DEAL-FILE
               IF FS-DEAL = "00"
                   CLOSE DEAL-FILE
                   OPEN I-O DEAL-FILE
               END-IF
           END-IF.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING DEAL MAINTENANCE FILE: "
                       FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           IF FS-DEAL NOT = "00"
               DISPLAY "ERROR OPENING DEAL FILE: " FS-DEAL
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL IS-EOF
               READ MAINT-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "DEAL-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " DELETED: " WS-DELETE-COUNT
                   " MEMBERS ADDED: " WS-MEMBER-ADD-COUNT
                   " MEMBERS REMOVED: " WS-MEMBER-DEL-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           IF GROUP-FILE-IS-OPEN
               CLOSE GROUP-FILE
           END-IF.
           IF STORE-FILE-IS-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF.
           CLOSE MAINT-FILE DEAL-FILE ITEM-MASTER-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance,
      * 8 the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the deals are trusted.
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

       PROCESS-TRANSACTION.
           IF DM-DEAL-CODE = SPACES
               MOVE "Deal code is blank." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN DM-IS-ADD
                       PERFORM ADD-DEAL THRU END-ADD-DEAL
                   WHEN DM-IS-CHANGE
                       PERFORM CHANGE-DEAL THRU END-CHANGE-DEAL
                   WHEN DM-IS-DELETE
                       PERFORM DELETE-DEAL THRU END-DELETE-DEAL
                   WHEN DM-IS-ADD-MEMBER
                       PERFORM ADD-MEMBER THRU END-ADD-MEMBER
                   WHEN DM-IS-REMOVE-MEMBER
                       PERFORM REMOVE-MEMBER THRU END-REMOVE-MEMBER
                   WHEN OTHER
                       MOVE "Unknown deal maintenance action code."
                               TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
               END-EVALUATE
           END-IF.

      * The header checks add and change share. WS-VALID-FLAG 'N'
      * says the transaction has already been written to the error
      * file.
       VALIDATE-HEADER.
           MOVE 'N' TO WS-VALID-FLAG.
           IF DM-DEAL-TYPE NOT = 'M' AND DM-DEAL-TYPE NOT = 'F'
               MOVE "Deal type must be M or F." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-START-DATE IS NOT NUMERIC
                   OR DM-END-DATE IS NOT NUMERIC
                   OR DM-START-DATE = 0
               MOVE "Start or end date is not a date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-END-DATE < DM-START-DATE
               MOVE "End date precedes start date." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-TRIGGER-QTY IS NOT NUMERIC OR DM-TRIGGER-QTY = 0
               MOVE "Trigger quantity is missing." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-REWARD-QTY IS NOT NUMERIC
               MOVE 0 TO DM-REWARD-QTY
           END-IF.
           IF DM-REWARD-PRICE IS NOT NUMERIC
               MOVE 0 TO DM-REWARD-PRICE
           END-IF.
           IF DM-DEAL-TYPE = 'M' AND DM-REWARD-PRICE = 0
               MOVE "Multi-buy deal carries no deal price." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-DEAL-TYPE = 'F'
                   AND (DM-REWARD-QTY = 0
                   OR DM-REWARD-QTY NOT < DM-TRIGGER-QTY)
               MOVE "Free units must be fewer than trigger." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-VALIDATE-HEADER
           END-IF.
           IF DM-STORE-CODE NOT = SPACES AND STORE-FILE-IS-OPEN
               MOVE DM-STORE-CODE TO ST-STORE-CODE
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE "Store is not on the store master." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-VALIDATE-HEADER
               END-READ
           END-IF.
           SET HEADER-IS-VALID TO TRUE.
       END-VALIDATE-HEADER.
           CONTINUE.

       MOVE-HEADER-FIELDS.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE SPACE TO DL-MEMBER-TYPE.
           MOVE SPACES TO DL-MEMBER-CODE.
           MOVE DM-DEAL-TYPE TO DL-DEAL-TYPE.
           MOVE DM-DESCRIPTION TO DL-DESCRIPTION.
           MOVE DM-STORE-CODE TO DL-STORE-CODE.
           MOVE DM-START-DATE TO DL-START-DATE.
           MOVE DM-END-DATE TO DL-END-DATE.
           MOVE DM-TRIGGER-QTY TO DL-TRIGGER-QTY.
           MOVE DM-REWARD-QTY TO DL-REWARD-QTY.
           MOVE DM-REWARD-PRICE TO DL-REWARD-PRICE.

       ADD-DEAL.
           PERFORM VALIDATE-HEADER THRU END-VALIDATE-HEADER.
           IF NOT HEADER-IS-VALID
               GO TO END-ADD-DEAL
           END-IF.
           PERFORM MOVE-HEADER-FIELDS.
           WRITE DL-RECORD
               INVALID KEY
                   MOVE "Add rejected, deal already on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-DEAL.
           CONTINUE.

       CHANGE-DEAL.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE SPACE TO DL-MEMBER-TYPE.
           MOVE SPACES TO DL-MEMBER-CODE.
           READ DEAL-FILE
               INVALID KEY
                   MOVE "Change rejected, deal not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-DEAL
           END-READ.
           PERFORM VALIDATE-HEADER THRU END-VALIDATE-HEADER.
           IF NOT HEADER-IS-VALID
               GO TO END-CHANGE-DEAL
           END-IF.
           PERFORM MOVE-HEADER-FIELDS.
           REWRITE DL-RECORD
               INVALID KEY
                   MOVE "Change rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       END-CHANGE-DEAL.
           CONTINUE.

      * The header and every member go together -- the file is
      * keyed deal first, so they sit in one run from the header.
       DELETE-DEAL.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE SPACE TO DL-MEMBER-TYPE.
           MOVE SPACES TO DL-MEMBER-CODE.
           READ DEAL-FILE
               INVALID KEY
                   MOVE "Delete rejected, deal not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-DEAL
           END-READ.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           START DEAL-FILE KEY >= DL-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF
               READ DEAL-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DL-DEAL-CODE NOT = DM-DEAL-CODE
                           SET IS-SCAN-EOF TO TRUE
                       ELSE
                           DELETE DEAL-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-DELETE-COUNT.
       END-DELETE-DEAL.
           CONTINUE.

       ADD-MEMBER.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE SPACE TO DL-MEMBER-TYPE.
           MOVE SPACES TO DL-MEMBER-CODE.
           READ DEAL-FILE
               INVALID KEY
                   MOVE "Member rejected, deal not on file." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-MEMBER
           END-READ.
           EVALUATE DM-MEMBER-TYPE
               WHEN 'I'
                   MOVE DM-MEMBER-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE "Member rejected, item not on master."
                                   TO ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                           GO TO END-ADD-MEMBER
                   END-READ
                   IF IM-IS-INACTIVE
                       MOVE "Member rejected, item is inactive." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-ADD-MEMBER
                   END-IF
               WHEN 'G'
                   IF DM-MEMBER-CODE(3:6) NOT = SPACES
                       MOVE "Member rejected, group code too long."
                               TO ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-ADD-MEMBER
                   END-IF
                   IF NOT GROUP-FILE-IS-OPEN
                       MOVE "Member rejected, no item group file." TO
                               ER-MESSAGE
                       PERFORM WRITE-TO-ERROR
                       GO TO END-ADD-MEMBER
                   END-IF
                   MOVE DM-MEMBER-CODE(1:2) TO GR-GROUP-CODE
                   READ GROUP-FILE
                       INVALID KEY
                           MOVE "Member rejected, group not on file."
                                   TO ER-MESSAGE
                           PERFORM WRITE-TO-ERROR
                           GO TO END-ADD-MEMBER
                   END-READ
               WHEN OTHER
                   MOVE "Member type must be I or G." TO ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-MEMBER
           END-EVALUATE.

           MOVE SPACES TO DL-RECORD.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE DM-MEMBER-TYPE TO DL-MEMBER-TYPE.
           MOVE DM-MEMBER-CODE TO DL-MEMBER-CODE.
           MOVE 0 TO DL-START-DATE DL-END-DATE DL-TRIGGER-QTY
                   DL-REWARD-QTY DL-REWARD-PRICE.
           WRITE DL-RECORD
               INVALID KEY
                   MOVE "Member rejected, already in the deal." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-ADD-COUNT
           END-WRITE.
       END-ADD-MEMBER.
           CONTINUE.

      * Removing a deal's last member leaves a deal nothing can
      * earn -- harmless, and the way to park a deal without losing
      * its terms.
       REMOVE-MEMBER.
           IF DM-MEMBER-TYPE NOT = 'I' AND DM-MEMBER-TYPE NOT = 'G'
               MOVE "Member type must be I or G." TO ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-REMOVE-MEMBER
           END-IF.
           MOVE DM-DEAL-CODE TO DL-DEAL-CODE.
           MOVE DM-MEMBER-TYPE TO DL-MEMBER-TYPE.
           MOVE DM-MEMBER-CODE TO DL-MEMBER-CODE.
           READ DEAL-FILE
               INVALID KEY
                   MOVE "Remove rejected, not a member of deal." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-REMOVE-MEMBER
           END-READ.
           DELETE DEAL-FILE
               INVALID KEY
                   MOVE "Remove rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-DEL-COUNT
           END-DELETE.
       END-REMOVE-MEMBER.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM DEAL-MAINT.
