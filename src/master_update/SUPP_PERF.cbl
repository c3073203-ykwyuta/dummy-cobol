      * average actual days from order to receipt against the
      * promised SU-LEAD-TIME-DAYS, how many arrived late, and how
      * many were short (relieved less than the commitment carried).
      * A delivery that came with a shipping notice (ASN_INTAKE) is
      * late when it arrived after the date the notice promised;
      * only deliveries with no notice, and the older journal lines
      * written before notices were kept, fall back on the lead
      * time. Part one still ages commitments on the lead time,
      * since a commitment has no notice until the truck is sent.
      * Commitments for items with no supplier on file are reported
      * on their own exception lines rather than silently skipped.
      *
           05  PF-RECEIPT-DATE      PIC 9(8).
           05  PF-QTY-ORDERED       PIC 9(5).
           05  PF-QTY-RELIEVED      PIC 9(5).
      * Blank on lines written before shipping notices were kept.
           05  PF-PROMISED-DATE     PIC 9(8).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".
           WRITE REPORT-RECORD FROM OVERDUE-LINE.

      * One journal line per relieved commitment: actual days from
      * order to receipt against the supplier's promise (the
      * notice's date where there was one), plus the
      * short-delivery count when less arrived than was committed.
       SCORE-DELIVERIES.
           OPEN INPUT PERF-FILE.
           ADD 1 TO WS-SU-DELIVERIES(WS-SU-SCAN-IDX).
           ADD 1 TO WS-PERF-COUNT.
           ADD WS-ACTUAL-DAYS TO WS-SU-DAY-SUM(WS-SU-SCAN-IDX).
           IF PF-PROMISED-DATE IS NUMERIC AND PF-PROMISED-DATE > 0
               IF PF-RECEIPT-DATE > PF-PROMISED-DATE
                   ADD 1 TO WS-SU-LATE-COUNT(WS-SU-SCAN-IDX)
               END-IF
           ELSE
               IF WS-SU-LEAD-DAYS(WS-SU-SCAN-IDX) > 0
                       AND WS-ACTUAL-DAYS >
                       WS-SU-LEAD-DAYS(WS-SU-SCAN-IDX)
                   ADD 1 TO WS-SU-LATE-COUNT(WS-SU-SCAN-IDX)
               END-IF
           END-IF.
           IF PF-QTY-RELIEVED < PF-QTY-ORDERED
               ADD 1 TO WS-SU-SHORT-COUNT(WS-SU-SCAN-IDX)
