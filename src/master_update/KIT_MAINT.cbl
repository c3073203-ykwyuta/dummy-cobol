       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-MAINT.
       AUTHOR. Jules.
      *
      * Maintenance program for the kit bill of materials
      * (KIT_BOM.IDX, KITREC.CPY). Reads add/change/remove component
      * transactions from a sequential transaction file and applies
      * each one to the indexed bill of materials. Both the kit and
      * the component must be on the item master; a component may
      * not itself be a kit, and an item already used as a component
      * may not be made into a kit -- kits do not nest.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO DSN-MAINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT.
           SELECT KIT-FILE ASSIGN TO DSN-KIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-KEY
               FILE STATUS IS FS-KIT.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT ERROR-FILE ASSIGN TO DSN-ERROR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  KM-ACTION            PIC X.
               88  KM-IS-ADD        VALUE 'A'.
               88  KM-IS-CHANGE     VALUE 'C'.
               88  KM-IS-DELETE     VALUE 'X'.
           05  KM-KIT-ITEM          PIC X(8).
           05  KM-COMPONENT-ITEM    PIC X(8).
           05  KM-COMPONENT-QTY     PIC 9(5)V99.

       FD  KIT-FILE.
           COPY "KITREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(24).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-MAINT             PIC X(2).
           05  FS-KIT               PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-ERROR             PIC X(2).

       01  DSN-FIELDS.
           05 DSN-MAINT         PIC X(33)
              VALUE "data/master_update/KIT_MAINT.DAT".
           05 DSN-KIT           PIC X(30)
              VALUE "data/master_update/KIT_BOM.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-ERROR         PIC X(37)
              VALUE "data/master_update/KIT_MAINT_ERR.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG         PIC X.
           88  IS-SCAN-EOF          VALUE 'Y'.
       01  WS-FOUND-FLAG            PIC X.
           88  ITEM-WAS-FOUND       VALUE 'Y'.
       01  WS-LOOKUP-KIT            PIC X(8).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-COUNT         PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-EXC-PROGRAM           PIC X(12) VALUE "KIT-MAINT".
       01  WS-EXC-CATEGORY          PIC X(10) VALUE "MAINT".
       01  WS-EXC-SEVERITY          PIC X VALUE 'E'.
       01  WS-EXC-ORIGINAL          PIC X(80).
       01  WS-EXC-MESSAGE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN OUTPUT ERROR-FILE.
      * The record area starts low-value, not spaces -- cleared once
      * so the FILLER separators print as the blanks they declare.
           MOVE SPACES TO ERROR-RECORD.
           OPEN I-O KIT-FILE.
           IF FS-KIT NOT = "00"
      * No bill of materials yet: create it, then reopen for update.
               OPEN OUTPUT KIT-FILE
               IF FS-KIT = "00"
                   CLOSE KIT-FILE
                   OPEN I-O KIT-FILE
               END-IF
           END-IF.

           IF FS-MAINT NOT = "00"
               DISPLAY "ERROR OPENING KIT MAINTENANCE FILE: " FS-MAINT
               GO TO END-PROGRAM
           END-IF.
           IF FS-ITEM NOT = "00"
               DISPLAY "ERROR OPENING MASTER FILE: " FS-ITEM
               GO TO END-PROGRAM
           END-IF.
           IF FS-KIT NOT = "00"
               DISPLAY "ERROR OPENING KIT FILE: " FS-KIT
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

           DISPLAY "KIT-MAINT TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADD-COUNT
                   " CHANGED: " WS-CHANGE-COUNT
                   " REMOVED: " WS-DELETE-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

           PERFORM SET-CONDITION-CODE.

       END-PROGRAM.
           CLOSE MAINT-FILE KIT-FILE ITEM-MASTER-FILE ERROR-FILE.
           STOP RUN.

      * RETURN-CODE follows this codebase's batch condition-code
      * convention: 0 clean, 4 errors present but within tolerance,
      * 8 the rejected transaction count exceeded WS-ERROR-THRESHOLD
      * and the run should be reviewed before the bill of materials
      * is trusted.
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
           EVALUATE TRUE
               WHEN KM-IS-ADD
                   PERFORM ADD-COMPONENT THRU END-ADD-COMPONENT
               WHEN KM-IS-CHANGE
                   PERFORM CHANGE-COMPONENT THRU END-CHANGE-COMPONENT
               WHEN KM-IS-DELETE
                   PERFORM DELETE-COMPONENT THRU END-DELETE-COMPONENT
               WHEN OTHER
                   MOVE "Unknown kit maintenance action code." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
           END-EVALUATE.

       ADD-COMPONENT.
           IF KM-COMPONENT-QTY IS NOT NUMERIC
                   OR KM-COMPONENT-QTY = 0
               MOVE "Add rejected, bad quantity per kit." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-COMPONENT
           END-IF.
           IF KM-COMPONENT-ITEM = KM-KIT-ITEM
               MOVE "Add rejected, kit cannot contain itself." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-COMPONENT
           END-IF.
           MOVE KM-KIT-ITEM TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, kit item not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-COMPONENT
           END-READ.
           MOVE KM-COMPONENT-ITEM TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Add rejected, component not on master." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-ADD-COMPONENT
           END-READ.

      * Kits do not nest: the component must not be a kit itself,
      * and the kit must not already be some other kit's component.
           MOVE KM-COMPONENT-ITEM TO KT-KIT-ITEM.
           MOVE LOW-VALUES TO KT-COMPONENT-ITEM.
           PERFORM FIND-KIT-ENTRY THRU END-FIND-KIT-ENTRY.
           IF ITEM-WAS-FOUND
               MOVE "Add rejected, component is itself a kit." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-COMPONENT
           END-IF.
           PERFORM FIND-AS-COMPONENT THRU END-FIND-AS-COMPONENT.
           IF ITEM-WAS-FOUND
               MOVE "Add rejected, kit is another kit's part." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-COMPONENT
           END-IF.

           MOVE KM-KIT-ITEM TO KT-KIT-ITEM.
           MOVE KM-COMPONENT-ITEM TO KT-COMPONENT-ITEM.
           MOVE KM-COMPONENT-QTY TO KT-COMPONENT-QTY.
           WRITE KT-RECORD
               INVALID KEY
                   MOVE "Add rejected, component already in kit." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-COMPONENT.
           CONTINUE.

       CHANGE-COMPONENT.
           IF KM-COMPONENT-QTY IS NOT NUMERIC
                   OR KM-COMPONENT-QTY = 0
               MOVE "Change rejected, bad quantity per kit." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-COMPONENT
           END-IF.
           MOVE KM-KIT-ITEM TO KT-KIT-ITEM.
           MOVE KM-COMPONENT-ITEM TO KT-COMPONENT-ITEM.
           READ KIT-FILE
               INVALID KEY
                   MOVE "Change rejected, component not in kit." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-COMPONENT
           END-READ.
           MOVE KM-COMPONENT-QTY TO KT-COMPONENT-QTY.
           REWRITE KT-RECORD
               INVALID KEY
                   MOVE "Change rejected, rewrite failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.
       END-CHANGE-COMPONENT.
           CONTINUE.

      * Removing a kit's last component leaves the item an ordinary
      * stocked item again.
       DELETE-COMPONENT.
           MOVE KM-KIT-ITEM TO KT-KIT-ITEM.
           MOVE KM-COMPONENT-ITEM TO KT-COMPONENT-ITEM.
           READ KIT-FILE
               INVALID KEY
                   MOVE "Remove rejected, component not in kit." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-DELETE-COMPONENT
           END-READ.
           DELETE KIT-FILE
               INVALID KEY
                   MOVE "Remove rejected, delete failed." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.
       END-DELETE-COMPONENT.
           CONTINUE.

      * Is there any bill-of-materials line for the kit item now in
      * KT-KIT-ITEM?
       FIND-KIT-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE KT-KIT-ITEM TO WS-LOOKUP-KIT.
           START KIT-FILE KEY >= KT-KEY
               INVALID KEY
                   GO TO END-FIND-KIT-ENTRY
           END-START.
           READ KIT-FILE NEXT RECORD
               AT END
                   GO TO END-FIND-KIT-ENTRY
           END-READ.
           IF KT-KIT-ITEM = WS-LOOKUP-KIT
               SET ITEM-WAS-FOUND TO TRUE
           END-IF.
       END-FIND-KIT-ENTRY.
           CONTINUE.

      * The file is keyed kit first, so finding the kit item among
      * the components means reading the whole bill of materials.
       FIND-AS-COMPONENT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO KT-KEY.
           START KIT-FILE KEY >= KT-KEY
               INVALID KEY
                   SET IS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL IS-SCAN-EOF OR ITEM-WAS-FOUND
               READ KIT-FILE NEXT RECORD
                   AT END
                       SET IS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF KT-COMPONENT-ITEM = KM-KIT-ITEM
                           SET ITEM-WAS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       END-FIND-AS-COMPONENT.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE MAINT-RECORD TO WS-EXC-ORIGINAL.
           MOVE ER-MESSAGE TO WS-EXC-MESSAGE.
           CALL "EXC_WRITER" USING WS-EXC-PROGRAM, WS-EXC-CATEGORY,
                   WS-EXC-SEVERITY, WS-EXC-ORIGINAL, WS-EXC-MESSAGE.

       END PROGRAM KIT-MAINT.
