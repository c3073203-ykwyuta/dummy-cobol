      * store, finance) that used to diff full master dumps. Pulls
      * together just the business date's changes:
      *   'P' price/cost updates, from the PRICE_AUDIT.LOG journal
      *       (master prices only -- a store price zone's own
      *       price stays with the stores)
      *   'S' stock movements, netted per item from INV_AUDIT.LOG
      *       (transfers excluded -- company stock is unchanged)
      *   'M' item adds, deactivations and lifecycle changes, from
      *       MAINT_AUDIT.LOG
      * into one documented interface file, DELTA_FEED.DAT, wrapped
      * in a "0000" header carrying the extract date and a "9999"
      * trailer carrying the record count and a hash total of the
           05  PA-OLD-COST          PIC 9(7)V99.
           05  FILLER               PIC X.
           05  PA-NEW-COST          PIC 9(7)V99.
           05  FILLER               PIC X(22).
           05  PA-ZONE-CODE         PIC X(2).

      * Mirror of the line INV_UPDATE writes, numeric columns as
      * text since they were written through edited pictures.
                       MOVE 'Y' TO WS-PRICE-EOF
                   NOT AT END
                       IF PA-RUN-DATE = WS-PROC-DATE
                               AND PA-ZONE-CODE = SPACES
                           MOVE SPACES TO DELTA-RECORD
                           MOVE 'P' TO DX-REC-TYPE
                           MOVE PA-ITEM-CODE TO DX-ITEM-CODE
       END-WRITE-ONE-DELTA.
           CONTINUE.

      * Adds, deactivations, deletes and lifecycle changes matter
      * downstream; plain changes already reach them through the
      * price records.
       EXTRACT-MAINT-ACTIVITY.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF FS-MAINT-AUDIT NOT = "00"
