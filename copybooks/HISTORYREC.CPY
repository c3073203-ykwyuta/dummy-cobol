           05  HIST-TRAN-DATE       PIC 9(8).
      * 'P' when the sale was priced from the promotions file rather
      * than the master's IM-UNIT-PRICE, so what each promotion
      * actually sold can be measured; 'C' when it was priced from
      * the customer's contract terms (CONTREC.CPY); space
      * otherwise.
           05  HIST-PROMO-FLAG      PIC X.
      * The tax-exclusive value and the tax itself, carried
      * separately at the point SALES_PROC computes them so the
      * sold, not whatever the master's cost has reaveraged to
      * since. Zero on records that predate the field.
           05  HIST-UNIT-COST       PIC 9(7)V99.
      * The mix-and-match deal (DEALREC.CPY) the line earned when
      * SALES_PROC evaluated its receipt -- the net, tax and gross
      * values above are already after the deal's share of the
      * discount. Spaces when no deal applied, and on records that
      * predate the field.
           05  HIST-DEAL-CODE       PIC X(6).
      * 'E' when the line went tax-free to a customer exempt from
      * sales tax (CU-TAX-STATUS) on a certificate in force; 'X'
      * when the customer is exempt but the certificate had expired,
      * so the line was taxed and listed for follow-up. Space
      * otherwise, and on records that predate the field.
           05  HIST-TAX-EXEMPT      PIC X.
      * The cashier and till the line was rung on, carried through
      * from the feed -- on a void line, the cashier who voided the
      * receipt. Spaces on resubmitted suspense lines and on records
      * that predate the fields.
           05  HIST-OPERATOR-ID     PIC X(5).
           05  HIST-TERMINAL-NO     PIC X(3).
      * The time the till rang the line (HHMM, 24-hour), carried
      * through from the feed. Spaces when the feed had none, on
      * resubmitted suspense lines, and on records that predate the
      * field.
           05  HIST-TRAN-TIME       PIC X(4).
