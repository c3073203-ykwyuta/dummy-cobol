      * window length in days comes from DAYS_COVER.PARM through the
      * shared PARM_READER, defaulting to 28. Items with no sales in
      * the window are left to the dead-stock report; this one is
      * about the items that ARE moving. The history of an item
      * replaced by a successor (lifecycle 'R') counts as the
      * successor's, through ITEM_SUCCESSOR, so the new code's rate
      * carries the trade the old one built up.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ADD 1 TO WS-READ-COUNT
                       IF HIST-TRAN-DATE >= WS-CUTOFF-DATE
                           ADD 1 TO WS-IN-WINDOW-COUNT
                           CALL "ITEM_SUCCESSOR" USING
                                   HIST-ITEM-CODE, SN-ITEM-CODE
                           IF HIST-TRAN-TYPE = 'R'
                                   OR HIST-TRAN-TYPE = 'V'
                               COMPUTE SN-QTY = HIST-QTY * -1
