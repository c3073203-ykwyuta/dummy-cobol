      * ITEM_MAINT and SUPP_MAINT. Reads add/change/close
      * transactions from a sequential transaction file and applies
      * each one to the indexed store file.
      *
      * A store's price zone is set on an add or a change; spaces on
      * a change leaves it alone, and "**" takes the store out of
      * its zone, back to the master price.
      *
      * The weekdays a store trades (ST-TRADING-DAYS, YYYYYYN for a
      * store shut on Sundays) are set the same way; spaces on a
      * change leave them alone, and "*******" puts the store back
      * on every trading day of the company calendar.
      *
      * The opening date (YYYYMMDD) is set on an add or a change;
      * spaces on a change leave it alone, "********" clears it. A
      * close ('D') sets the flag and the closing date -- the date
      * keyed, or the business date when none is -- and a change
      * that reopens a closed store takes the closing date off. A
      * branch still holding stock, promotions or min/max entries
      * is closed through STORE_CLOSE, which empties it into
      * another store first.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * The tax region the store files under; spaces on a change
      * leaves the standing region alone.
           05  TM-TAX-REGION        PIC X(4).
      * The price zone; spaces on a change leaves the standing zone
      * alone, "**" clears it.
           05  TM-PRICE-ZONE        PIC X(2).
      * Trading weekdays Monday through Sunday; spaces on a change
      * leaves them alone, "*******" clears them.
           05  TM-TRADING-DAYS      PIC X(7).
      * The opening date on an add or change, the closing date on a
      * close; spaces leave them alone (a close then takes the
      * business date), "********" clears the opening date.
           05  TM-OPEN-DATE         PIC X(8).
           05  TM-CLOSE-DATE        PIC X(8).

       FD  STORE-MASTER-FILE.
           COPY "STOREREC.CPY".
           05  WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-THRESHOLD       PIC 9(7) VALUE 10.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           OPEN INPUT MAINT-FILE.
           PERFORM OPEN-STORE-MASTER-FILE.
           OPEN OUTPUT ERROR-FILE.
       PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN TM-IS-ADD
                   PERFORM ADD-STORE THRU END-ADD-STORE
               WHEN TM-IS-CHANGE
                   PERFORM CHANGE-STORE THRU END-CHANGE-STORE
               WHEN TM-IS-CLOSE
           END-EVALUATE.

       ADD-STORE.
           IF TM-OPEN-DATE NOT = SPACES
                   AND TM-OPEN-DATE NOT = "********"
                   AND TM-OPEN-DATE IS NOT NUMERIC
               MOVE "Add rejected, bad opening date." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-ADD-STORE
           END-IF.
           MOVE TM-STORE-CODE TO ST-STORE-CODE.
           MOVE TM-STORE-NAME TO ST-STORE-NAME.
           MOVE 'Y' TO ST-OPEN-FLAG.
           MOVE TM-TAX-REGION TO ST-TAX-REGION.
           IF TM-PRICE-ZONE = "**"
               MOVE SPACES TO ST-PRICE-ZONE
           ELSE
               MOVE TM-PRICE-ZONE TO ST-PRICE-ZONE
           END-IF.
           IF TM-TRADING-DAYS = "*******"
               MOVE SPACES TO ST-TRADING-DAYS
           ELSE
               MOVE TM-TRADING-DAYS TO ST-TRADING-DAYS
           END-IF.
           MOVE 0 TO ST-OPEN-DATE.
           IF TM-OPEN-DATE IS NUMERIC
               MOVE TM-OPEN-DATE TO ST-OPEN-DATE
           END-IF.
           MOVE 0 TO ST-CLOSE-DATE.

           WRITE ST-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       END-ADD-STORE.
           CONTINUE.

      * A change reopens a closed store as well as renaming it --
      * reopening is just maintenance, where closing is its own
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CHANGE-STORE
           END-READ.
           IF TM-OPEN-DATE NOT = SPACES
                   AND TM-OPEN-DATE NOT = "********"
                   AND TM-OPEN-DATE IS NOT NUMERIC
               MOVE "Change rejected, bad opening date." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CHANGE-STORE
           END-IF.

           IF TM-STORE-NAME NOT = SPACES
               MOVE TM-STORE-NAME TO ST-STORE-NAME
           IF TM-TAX-REGION NOT = SPACES
               MOVE TM-TAX-REGION TO ST-TAX-REGION
           END-IF.
           IF TM-PRICE-ZONE = "**"
               MOVE SPACES TO ST-PRICE-ZONE
           ELSE
               IF TM-PRICE-ZONE NOT = SPACES
                   MOVE TM-PRICE-ZONE TO ST-PRICE-ZONE
               END-IF
           END-IF.
           IF TM-TRADING-DAYS = "*******"
               MOVE SPACES TO ST-TRADING-DAYS
           ELSE
               IF TM-TRADING-DAYS NOT = SPACES
                   MOVE TM-TRADING-DAYS TO ST-TRADING-DAYS
               END-IF
           END-IF.
           IF TM-OPEN-DATE = "********"
               MOVE 0 TO ST-OPEN-DATE
           ELSE
               IF TM-OPEN-DATE IS NUMERIC
                   MOVE TM-OPEN-DATE TO ST-OPEN-DATE
               END-IF
           END-IF.
           IF ST-IS-CLOSED
               MOVE 0 TO ST-CLOSE-DATE
           END-IF.
           MOVE 'Y' TO ST-OPEN-FLAG.

           REWRITE ST-RECORD
                   PERFORM WRITE-TO-ERROR
                   GO TO END-CLOSE-STORE
           END-READ.
           IF TM-CLOSE-DATE NOT = SPACES
                   AND TM-CLOSE-DATE IS NOT NUMERIC
               MOVE "Close rejected, bad closing date." TO
                       ER-MESSAGE
               PERFORM WRITE-TO-ERROR
               GO TO END-CLOSE-STORE
           END-IF.

           MOVE 'N' TO ST-OPEN-FLAG.
           IF TM-CLOSE-DATE IS NUMERIC
               MOVE TM-CLOSE-DATE TO ST-CLOSE-DATE
           ELSE
               MOVE WS-RUN-DATE TO ST-CLOSE-DATE
           END-IF.

           REWRITE ST-RECORD
               INVALID KEY
