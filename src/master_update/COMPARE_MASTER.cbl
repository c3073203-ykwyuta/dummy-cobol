           05  PM-SUPPLIER-CODE     PIC X(4).
           05  PM-DAMAGED-QTY       PIC S9(7)V99.
           05  PM-ABC-CLASS         PIC X.
           05  PM-QUARANTINE-FLAG   PIC X.
           05  PM-LIFECYCLE-STATUS  PIC X.
           05  PM-SUCCESSOR-CODE    PIC X(8).
           05  PM-NET-WEIGHT-G      PIC 9(5).
           05  PM-TAX-CLASS         PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(220).
                   AND IM-REORDER-QTY = PM-REORDER-QTY
                   AND IM-SUPPLIER-CODE = PM-SUPPLIER-CODE
                   AND IM-DAMAGED-QTY = PM-DAMAGED-QTY
                   AND IM-LIFECYCLE-STATUS = PM-LIFECYCLE-STATUS
                   AND IM-SUCCESSOR-CODE = PM-SUCCESSOR-CODE
                   AND IM-NET-WEIGHT-G = PM-NET-WEIGHT-G
                   AND IM-TAX-CLASS = PM-TAX-CLASS
                   AND IM-QUARANTINE-FLAG = PM-QUARANTINE-FLAG
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE IM-ITEM-CODE TO CL-ITEM-CODE
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           IF IM-LIFECYCLE-STATUS NOT = PM-LIFECYCLE-STATUS
               STRING "LIFECYCLE " PM-LIFECYCLE-STATUS " -> "
                      IM-LIFECYCLE-STATUS " "
                   DELIMITED BY SIZE INTO CL-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
                   ON OVERFLOW
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           IF IM-SUCCESSOR-CODE NOT = PM-SUCCESSOR-CODE
               STRING "SUCCESSOR " PM-SUCCESSOR-CODE " -> "
                      IM-SUCCESSOR-CODE " "
                   DELIMITED BY SIZE INTO CL-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
                   ON OVERFLOW
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           IF IM-NET-WEIGHT-G NOT = PM-NET-WEIGHT-G
               STRING "NET WEIGHT " PM-NET-WEIGHT-G " -> "
                      IM-NET-WEIGHT-G " "
                   DELIMITED BY SIZE INTO CL-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
                   ON OVERFLOW
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           IF IM-TAX-CLASS NOT = PM-TAX-CLASS
               STRING "TAX CLASS " PM-TAX-CLASS " -> "
                      IM-TAX-CLASS " "
                   DELIMITED BY SIZE INTO CL-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
                   ON OVERFLOW
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           IF IM-QUARANTINE-FLAG NOT = PM-QUARANTINE-FLAG
               STRING "QUARANTINE " PM-QUARANTINE-FLAG " -> "
                      IM-QUARANTINE-FLAG " "
                   DELIMITED BY SIZE INTO CL-DETAIL
                   WITH POINTER WS-DETAIL-POINTER
                   ON OVERFLOW
                       SET DETAIL-OVERFLOWED TO TRUE
               END-STRING
           END-IF.

       END PROGRAM COMPARE-MASTER.
