      * (CLAIM_MATCH). An RTV for an item with no supplier on file
      * still books, but the claim is written against supplier
      * spaces and counted, which the aging report surfaces.
      *
      * Action 'E' writes off an expired lot. LOT_EXPIRY appends one
      * for every lot past its date; the goods are still counted as
      * sellable stock, so they come out of it through INV_UPDATE's
      * 'A' adjustment with reason "EX", taken from the lot named on
      * the line (handed over through INV_SETLOT) -- the write-off
      * shows in INV_AUDIT.LOG and on the shrinkage report under its
      * own reason.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DP-ACTION            PIC X.
               88  DP-IS-WRITE-OFF  VALUE 'W'.
               88  DP-IS-RTV        VALUE 'V'.
               88  DP-IS-EXPIRED    VALUE 'E'.
      * Which store's damaged bucket the goods come out of --
      * appended so feeds that predate the field read as spaces and
      * touch only the company bucket, as before.
           05  DP-STORE-CODE        PIC X(4).
      * The lot an 'E' line writes off; spaces on other actions.
           05  DP-LOT-NO            PIC X(10).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05  ER-ORIGINAL-RECORD   PIC X(31).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ER-MESSAGE           PIC X(40).

       01  WS-REASON-CODE           PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CLAIM-VALUE           PIC S9(9)V99.
      * An expired write-off goes to INV_UPDATE as a negative
      * adjustment.
       01  WS-ADJUST-QTY            PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
       01  WS-NO-EXPIRY             PIC 9(8) VALUE 0.
       01  WS-NO-SUPP-COUNT         PIC 9(5) VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-WRITE-OFF-COUNT   PIC 9(7) VALUE 0.
           05  WS-RTV-COUNT         PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

           DISPLAY "DISPOSITION TOTALS -- READ: " WS-READ-COUNT
                   " WRITTEN OFF: " WS-WRITE-OFF-COUNT
                   " RETURNED TO SUPPLIER: " WS-RTV-COUNT
                   " EXPIRED: " WS-EXPIRED-COUNT
                   " CLAIMS WITHOUT SUPPLIER: " WS-NO-SUPP-COUNT
                   " ERRORS: " WS-ERROR-COUNT.

                   MOVE "WO" TO WS-REASON-CODE
               WHEN DP-IS-RTV
                   MOVE "RV" TO WS-REASON-CODE
               WHEN DP-IS-EXPIRED
                   PERFORM WRITE-OFF-EXPIRED-LOT
                   GO TO END-APPLY-DISPOSITION
               WHEN OTHER
                   MOVE "Unknown disposition action code." TO
                           ER-MESSAGE
       END-APPLY-DISPOSITION.
           CONTINUE.

       WRITE-OFF-EXPIRED-LOT.
           MOVE "EX" TO WS-REASON-CODE.
           COMPUTE WS-ADJUST-QTY = DP-QTY * -1.
           CALL "INV_SETLOT" USING DP-LOT-NO, WS-NO-EXPIRY.
           CALL "INV_UPDATE" USING DP-ITEM-CODE, WS-ADJUST-QTY, 'A',
                   WS-UPDATE-STATUS, WS-UNIT-PRICE, WS-TAX-RATE,
                   WS-UNIT-COST, DP-STORE-CODE, WS-REASON-CODE.
           IF WS-UPDATE-STATUS = "00"
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "Expiry write-off rejected, status: " TO
                       ER-MESSAGE
               MOVE WS-UPDATE-STATUS TO ER-MESSAGE(36:2)
               PERFORM WRITE-TO-ERROR
           END-IF.

      * The claim is valued at the cost INV_UPDATE reported on the
      * write-off call -- what the books just lost.
       RAISE-RTV-CLAIM.
