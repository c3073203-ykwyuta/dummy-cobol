      * business date resolved by the shared BIZ_DATE subprogram it
      * holds three figures side by side per store:
      *   - the tenders the tills declared (cash, card, voucher,
      *     and sales put on a trade account, from the tender file
      *     SALES_PROC builds off the feeds)
      *   - the day's posted value from SALES_HISTORY.DAT, returns
      *     netted out
      *   - the banked amount from the bank-deposit file
           05  TT-CASH-TOTAL        PIC 9(9)V99.
           05  TT-CARD-TOTAL        PIC 9(9)V99.
           05  TT-VOUCHER-TOTAL     PIC 9(9)V99.
           05  TT-ACCOUNT-TOTAL     PIC 9(9)V99.
           05  TT-OPERATOR-ID       PIC X(5).
           05  TT-TERMINAL-NO       PIC X(3).

       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".
               10  WS-ST-CASH       PIC S9(11)V99.
               10  WS-ST-CARD       PIC S9(11)V99.
               10  WS-ST-VOUCHER    PIC S9(11)V99.
               10  WS-ST-ACCOUNT    PIC S9(11)V99.
               10  WS-ST-POSTED     PIC S9(11)V99.
               10  WS-ST-DEPOSITED  PIC S9(11)V99.
       01  WS-SEARCH-IDX            PIC 9(3).
                   MOVE 0 TO WS-ST-VOUCHER(WS-SEARCH-IDX)
                   MOVE 0 TO WS-ST-POSTED(WS-SEARCH-IDX)
                   MOVE 0 TO WS-ST-DEPOSITED(WS-SEARCH-IDX)
                   MOVE 0 TO WS-ST-ACCOUNT(WS-SEARCH-IDX)
               END-IF
           END-IF.

                                       WS-ST-CARD(WS-SEARCH-IDX)
                               ADD TT-VOUCHER-TOTAL TO
                                       WS-ST-VOUCHER(WS-SEARCH-IDX)
      * Tender lines written before on-account tender carry no
      * account figure.
                               IF TT-ACCOUNT-TOTAL IS NUMERIC
                                   ADD TT-ACCOUNT-TOTAL TO
                                       WS-ST-ACCOUNT(WS-SEARCH-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           MOVE WS-ST-STORE(WS-SEARCH-IDX) TO RCL-STORE-CODE.
           COMPUTE WS-TENDERED = WS-ST-CASH(WS-SEARCH-IDX)
                   + WS-ST-CARD(WS-SEARCH-IDX)
                   + WS-ST-VOUCHER(WS-SEARCH-IDX)
                   + WS-ST-ACCOUNT(WS-SEARCH-IDX).
           MOVE WS-TENDERED TO RCL-TENDERED.
           MOVE WS-ST-POSTED(WS-SEARCH-IDX) TO RCL-POSTED.
           COMPUTE WS-TENDER-VARIANCE =
