      * sequential transaction file and applies each one to the
      * indexed group file -- the two-character prefixes stop being
      * folklore and become named groups with a department mapping.
      * Each group also carries what its items earn in the loyalty
      * scheme: GM-POINTS-CODE 'S' (or space on an add) for the
      * scheme's standard rate, 'R' for the group's own
      * GM-POINTS-RATE, or 'N' for no points. On a change, a blank
      * code keeps the group's current earning.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GM-GROUP-CODE        PIC X(2).
           05  GM-GROUP-NAME        PIC X(25).
           05  GM-DEPARTMENT        PIC X(4).
           05  GM-POINTS-CODE       PIC X.
               88  GM-POINTS-CODE-VALID VALUES SPACE 'S' 'R' 'N'.
           05  GM-POINTS-RATE-X     PIC X(4).
           05  GM-POINTS-RATE REDEFINES GM-POINTS-RATE-X
                                     PIC 9(2)V99.

       FD  GROUP-FILE.
           COPY "ITEMGRP.CPY".

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(37).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-VALID-FLAG            PIC X.
           88  POINTS-TERMS-VALID   VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MAINT-FILE.
       PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN GM-IS-ADD
                   PERFORM ADD-GROUP THRU END-ADD-GROUP
               WHEN GM-IS-CHANGE
                   PERFORM CHANGE-GROUP THRU END-CHANGE-GROUP
               WHEN GM-IS-DELETE
           MOVE GM-GROUP-CODE TO GR-GROUP-CODE.
           MOVE GM-GROUP-NAME TO GR-GROUP-NAME.
           MOVE GM-DEPARTMENT TO GR-DEPARTMENT.
           MOVE SPACE TO GR-POINTS-CODE.
           MOVE 0 TO GR-POINTS-RATE.
           PERFORM CHECK-POINTS-TERMS THRU END-CHECK-POINTS-TERMS.
           IF NOT POINTS-TERMS-VALID
               GO TO END-ADD-GROUP
           END-IF.

           WRITE GR-RECORD
               INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       END-ADD-GROUP.
           CONTINUE.

       CHANGE-GROUP.
           MOVE GM-GROUP-CODE TO GR-GROUP-CODE.
           READ GROUP-FILE
           IF GM-DEPARTMENT NOT = SPACES
               MOVE GM-DEPARTMENT TO GR-DEPARTMENT
           END-IF.
           IF GM-POINTS-CODE NOT = SPACE
               PERFORM CHECK-POINTS-TERMS THRU END-CHECK-POINTS-TERMS
               IF NOT POINTS-TERMS-VALID
                   GO TO END-CHANGE-GROUP
               END-IF
           END-IF.

           REWRITE GR-RECORD
               INVALID KEY
       END-DELETE-GROUP.
           CONTINUE.

      * An own rate must come with a rate; the standard rate and no
      * points carry none. The terms land in the group record only
      * once they check out.
       CHECK-POINTS-TERMS.
           MOVE 'N' TO WS-VALID-FLAG.
           IF NOT GM-POINTS-CODE-VALID
               MOVE "Points code must be S, R or N." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHECK-POINTS-TERMS
           END-IF.
           IF GM-POINTS-CODE = 'R'
               IF GM-POINTS-RATE-X NOT NUMERIC OR GM-POINTS-RATE = 0
                   MOVE "Own points rate needs a rate." TO
                           ER-MESSAGE
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHECK-POINTS-TERMS
               END-IF
               MOVE GM-POINTS-RATE TO GR-POINTS-RATE
           ELSE
               MOVE 0 TO GR-POINTS-RATE
           END-IF.
           IF GM-POINTS-CODE = 'S'
               MOVE SPACE TO GR-POINTS-CODE
           ELSE
               MOVE GM-POINTS-CODE TO GR-POINTS-CODE
           END-IF.
           SET POINTS-TERMS-VALID TO TRUE.
       END-CHECK-POINTS-TERMS.
           CONTINUE.

       WRITE-TO-ERROR.
           MOVE MAINT-RECORD TO ER-ORIGINAL-RECORD.
           WRITE ERROR-RECORD.
