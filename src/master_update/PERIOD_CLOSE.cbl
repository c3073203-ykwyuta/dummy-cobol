      * from PERIOD_CLOSE.PARM through the shared PARM_READER; a
      * period already closed is refused rather than snapshotted
      * twice.
      *
      * The period is read on the company's period basis (the shared
      * FISCAL_PERIOD resolver): a calendar month, or -- once the
      * company runs BASIS=FISCAL -- a 4-4-5 fiscal period YYYYPP,
      * which must exist on the fiscal calendar. The basis is stamped
      * on the control line with the period, so a fiscal 202603 is
      * never mistaken for the calendar March that shares its digits.
      *
      * NRV_PROV follows the close, writing the period's lower-of-
      * cost-or-net-realizable-value stock provision beside the
      * snapshot (PERIOD_PROV.DAT).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PERIOD-CTRL-RECORD.
           05  PC-PERIOD            PIC 9(6).
           05  PC-CLOSED-DATE       PIC 9(8).
      * 'C' calendar month, 'F' fiscal period; lines written before
      * the fiscal calendar carry a space and are calendar months.
           05  PC-BASIS             PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FILLER               PIC X(74).
       01  WS-PARM-FOUND            PIC X(1).
       01  WS-CLOSE-PERIOD          PIC 9(6) VALUE 0.
       01  WS-FP-FUNCTION           PIC X VALUE 'P'.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-DATE               PIC 9(8) VALUE 0.
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-START              PIC 9(8).
       01  WS-FP-END                PIC 9(8).
       01  WS-FP-STATUS             PIC X(2).
       01  WS-CTRL-BASIS            PIC X.

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
                   WS-PARM-FOUND.
           IF WS-PARM-FOUND NOT = 'Y' OR PM-PERIOD IS NOT NUMERIC
                   OR PM-PERIOD = 0
               DISPLAY "PERIOD-CLOSE: NO PERIOD (YYYYMM/YYYYPP) ON "
                       "THE PARAMETER CARD -- NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PM-PERIOD TO WS-CLOSE-PERIOD.

           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-FP-DATE, WS-CLOSE-PERIOD, WS-FP-WEEK,
                   WS-FP-START, WS-FP-END, WS-FP-STATUS.
           IF WS-FP-STATUS NOT = "00"
               IF WS-FP-BASIS = 'F'
                   DISPLAY "PERIOD-CLOSE: PERIOD " WS-CLOSE-PERIOD
                           " IS NOT ON THE FISCAL CALENDAR -- "
                           "NOTHING CLOSED."
               ELSE
                   DISPLAY "PERIOD-CLOSE: " WS-CLOSE-PERIOD
                           " IS NOT A CALENDAR MONTH -- NOTHING "
                           "CLOSED."
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-NOT-ALREADY-CLOSED THRU END-CHECK-CLOSED.
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "PERIOD-CLOSE: PERIOD " WS-CLOSE-PERIOD
           PERFORM RECORD-PERIOD-CLOSED.

           DISPLAY "PERIOD-CLOSE TOTALS -- PERIOD: " WS-CLOSE-PERIOD
                   " BASIS: " WS-FP-BASIS
                   " (" WS-FP-START "-" WS-FP-END ")"
                   " ITEMS SNAPSHOTTED: " WS-SNAP-COUNT
                   " CLOSING VALUE AT COST: " WS-TOTAL-VALUE.
           STOP RUN.
                   AT END
                       SET IS-CTRL-EOF TO TRUE
                   NOT AT END
                       MOVE PC-BASIS TO WS-CTRL-BASIS
                       IF WS-CTRL-BASIS = SPACE
                           MOVE 'C' TO WS-CTRL-BASIS
                       END-IF
                       IF PC-PERIOD = WS-CLOSE-PERIOD
                               AND WS-CTRL-BASIS = WS-FP-BASIS
                           SET PERIOD-ALREADY-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           MOVE WS-RUN-DATE TO PC-CLOSED-DATE.
           MOVE WS-FP-BASIS TO PC-BASIS.
           WRITE PERIOD-CTRL-RECORD.
           CLOSE PERIOD-CTRL-FILE.

