      * 'B', the tail 'C' -- carries the class onto the item master
      * (IM-ABC-CLASS), and prints the classification with a MOVER
      * flag on every item whose class changed since the last
      * sweep. Items with no sales in the window class as 'C'. The
      * sales of an item replaced by a successor (lifecycle 'R')
      * rank as the successor's, through ITEM_SUCCESSOR.
      *
      * Three passes, all sort-fed so the item count never hits a
      * table ceiling: history netted per item, the per-item values
                   NOT AT END
                       IF HIST-TRAN-DATE >= WS-FROM-DATE
                               AND HIST-TRAN-DATE <= WS-TO-DATE
                           CALL "ITEM_SUCCESSOR" USING
                                   HIST-ITEM-CODE, VS-ITEM-CODE
                           IF HIST-TRAN-TYPE = 'R'
                                   OR HIST-TRAN-TYPE = 'V'
                               COMPUTE VS-VALUE =
