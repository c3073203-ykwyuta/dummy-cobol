       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-INTAKE.
       AUTHOR. Jules.
      *
      * Advance shipping notice intake. The bigger suppliers send a
      * notice ahead of the truck -- their delivery reference, the
      * date it is expected, and the items and quantities on it,
      * each against the PO line it fills. ASN_INBOUND.DAT carries
      * the notices, each an 'H' line (delivery reference, supplier,
      * expected date) followed by its 'L' lines (item, quantity in
      * selling units, PO number and line). A notice is loaded onto
      * the expected-delivery file (EXPECTED_DELIVERY.IDX, layout
      * ASNREC.CPY) that GOODS_RECEIPT matches the dock's booking
      * against and ASN_DUE plans the dock from.
      *
      * A line is refused when the item or quantity is missing, or
      * when the PO line it names is unknown, not this supplier's,
      * closed, or for another item. A line that announces more
      * than the PO line still has outstanding, or whose PO carries
      * no open commitment for the item on ON_ORDER.DAT, is loaded
      * but listed as a warning for purchasing. A notice with no
      * acceptable line, from an unknown supplier, or with no valid
      * expected date is refused whole. A resent notice replaces
      * the one on file, unless that delivery has already arrived
      * or the reference belongs to another supplier's notice.
      * Everything is listed on ASN_INTAKE.LST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-FEED-FILE ASSIGN TO DSN-ASN-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASN-FEED.
           SELECT ASN-FILE ASSIGN TO DSN-ASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS FS-ASN.
           SELECT PO-FILE ASSIGN TO DSN-PO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS FS-PO.
           SELECT SUPPLIER-FILE ASSIGN TO DSN-SUPPLIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS FS-SUPPLIER.
           SELECT ON-ORDER-FILE ASSIGN TO DSN-ON-ORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ON-ORDER.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  ASN-FEED-FILE.
       01  ASN-FEED-RECORD.
           05  AI-REC-TYPE          PIC X.
               88  AI-IS-HEADER     VALUE 'H'.
               88  AI-IS-LINE       VALUE 'L'.
           05  AI-DELIVERY-REF      PIC X(10).
           05  AI-HEADER-DATA.
               10  AI-SUPPLIER-CODE PIC X(4).
               10  AI-EXPECTED-DATE PIC 9(8).
               10  FILLER           PIC X(12).
           05  AI-LINE-DATA REDEFINES AI-HEADER-DATA.
               10  AI-ITEM-CODE     PIC X(8).
               10  AI-QTY           PIC 9(5).
               10  AI-PO-NUMBER     PIC 9(8).
               10  AI-PO-LINE       PIC 9(3).

       FD  ASN-FILE.
           COPY "ASNREC.CPY".

       FD  PO-FILE.
           COPY "POREC.CPY".

       FD  SUPPLIER-FILE.
           COPY "SUPPREC.CPY".

       FD  ON-ORDER-FILE.
           COPY "ONORDREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ASN-FEED          PIC X(2).
           05  FS-ASN               PIC X(2).
           05  FS-PO                PIC X(2).
           05  FS-SUPPLIER          PIC X(2).
           05  FS-ON-ORDER          PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-ASN-FEED      PIC X(34)
              VALUE "data/master_update/ASN_INBOUND.DAT".
           05 DSN-ASN           PIC X(40)
              VALUE "data/master_update/EXPECTED_DELIVERY.IDX".
           05 DSN-PO            PIC X(34)
              VALUE "data/master_update/PURCH_ORDER.IDX".
           05 DSN-SUPPLIER      PIC X(31)
              VALUE "data/master_update/SUPPLIER.IDX".
           05 DSN-ON-ORDER      PIC X(31)
              VALUE "data/master_update/ON_ORDER.DAT".
           05 DSN-REPORT        PIC X(33)
              VALUE "data/master_update/ASN_INTAKE.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-ON-ORDER-EOF-FLAG     PIC X VALUE 'N'.
           88  IS-ON-ORDER-EOF      VALUE 'Y'.
       01  WS-PO-OPEN-FLAG          PIC X VALUE 'N'.
           88  PO-FILE-IS-OPEN      VALUE 'Y'.
       01  WS-SUPP-OPEN-FLAG        PIC X VALUE 'N'.
           88  SUPPLIER-FILE-IS-OPEN VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * Open commitments that carry a PO number, loaded up front so
      * each notice line can be tied to the commitment it will
      * relieve.
       01  WS-COMMIT-TABLE.
           05  WS-CM-COUNT          PIC 9(4) VALUE 0.
           05  WS-CM-ENTRIES OCCURS 500 TIMES.
               10  WS-CM-ITEM-CODE  PIC X(8).
               10  WS-CM-PO-REF     PIC X(10).
       01  WS-CM-IDX                PIC 9(4).
       01  WS-CM-FOUND-FLAG         PIC X.
       01  WS-PO-REF                PIC X(10).

      * The notice being assembled: its header, then its lines as
      * they arrive, written to the file once the next header (or
      * the end of the feed) shows the notice is complete.
       01  WS-NOTICE-OPEN-FLAG      PIC X VALUE 'N'.
           88  NOTICE-IS-OPEN       VALUE 'Y'.
       01  WS-NOTICE-BAD-FLAG       PIC X VALUE 'N'.
           88  NOTICE-IS-BAD        VALUE 'Y'.
       01  WS-NOTICE-REASON         PIC X(40).
       01  WS-NT-DELIVERY-REF       PIC X(10).
       01  WS-NT-SUPPLIER-CODE      PIC X(4).
       01  WS-NT-EXPECTED-DATE      PIC 9(8).
       01  WS-NOTICE-LINES.
           05  WS-NL-COUNT          PIC 9(3) VALUE 0.
           05  WS-NL-ENTRIES OCCURS 200 TIMES.
               10  WS-NL-ITEM-CODE  PIC X(8).
               10  WS-NL-QTY        PIC 9(5).
               10  WS-NL-PO-NUMBER  PIC 9(8).
               10  WS-NL-PO-LINE    PIC 9(3).
       01  WS-NL-IDX                PIC 9(3).
       01  WS-OLD-LINE-COUNT        PIC 9(3).
       01  WS-LINE-NO               PIC 9(3).
       01  WS-OUTSTANDING-QTY       PIC S9(5).
       01  WS-LINE-REASON           PIC X(40).

       01  WS-CONTROL-COUNTS.
           05  WS-NOTICES-READ      PIC 9(5) VALUE 0.
           05  WS-NOTICES-LOADED    PIC 9(5) VALUE 0.
           05  WS-NOTICES-REPLACED  PIC 9(5) VALUE 0.
           05  WS-NOTICES-REFUSED   PIC 9(5) VALUE 0.
           05  WS-LINES-LOADED      PIC 9(7) VALUE 0.
           05  WS-LINES-REFUSED     PIC 9(7) VALUE 0.
           05  WS-LINE-WARNINGS     PIC 9(7) VALUE 0.

       01  NOTICE-LINE.
           05  NTL-ACTION           PIC X(9).
           05  NTL-DELIVERY-REF     PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  NTL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(10) VALUE " EXPECTED ".
           05  NTL-EXPECTED-DATE    PIC 9(8).
           05  FILLER               PIC X(8) VALUE " LINES: ".
           05  NTL-LINE-COUNT       PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  NTL-REASON           PIC X(40).

       01  ITEM-LINE.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ITL-ACTION           PIC X(8).
           05  ITL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(6) VALUE " QTY: ".
           05  ITL-QTY              PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE " PO: ".
           05  ITL-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(1) VALUE "/".
           05  ITL-PO-LINE          PIC 9(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ITL-REASON           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           OPEN INPUT ASN-FEED-FILE.
           IF FS-ASN-FEED NOT = "00"
               DISPLAY "ASN-INTAKE: NO NOTICE FEED ON FILE: "
                       FS-ASN-FEED
               STOP RUN
           END-IF.
           PERFORM OPEN-ASN-FILE.
           IF FS-ASN NOT = "00"
               DISPLAY "ASN-INTAKE: CANNOT OPEN EXPECTED-DELIVERY "
                       "FILE: " FS-ASN
               CLOSE ASN-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PO-FILE.
           IF FS-PO = "00"
               SET PO-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ASN-INTAKE WARNING: CANNOT OPEN PURCHASE "
                       "ORDER FILE (" FS-PO "), EVERY LINE WILL BE "
                       "REFUSED."
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF FS-SUPPLIER = "00"
               SET SUPPLIER-FILE-IS-OPEN TO TRUE
           END-IF.
           PERFORM LOAD-COMMITMENTS THRU END-LOAD-COMMITMENTS.
           OPEN OUTPUT REPORT-FILE.

           PERFORM UNTIL IS-EOF
               READ ASN-FEED-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AI-IS-HEADER
                               PERFORM FLUSH-NOTICE
                                   THRU END-FLUSH-NOTICE
                               PERFORM START-NOTICE
                                   THRU END-START-NOTICE
                           WHEN AI-IS-LINE
                               PERFORM TAKE-NOTICE-LINE
                                   THRU END-TAKE-NOTICE-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM FLUSH-NOTICE THRU END-FLUSH-NOTICE.

           IF PO-FILE-IS-OPEN
               CLOSE PO-FILE
           END-IF.
           IF SUPPLIER-FILE-IS-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           CLOSE ASN-FEED-FILE ASN-FILE REPORT-FILE.

           DISPLAY "ASN-INTAKE TOTALS -- NOTICES READ: "
                   WS-NOTICES-READ
                   " LOADED: " WS-NOTICES-LOADED
                   " (REPLACING: " WS-NOTICES-REPLACED ")"
                   " REFUSED: " WS-NOTICES-REFUSED
                   " LINES LOADED: " WS-LINES-LOADED
                   " REFUSED: " WS-LINES-REFUSED
                   " WARNINGS: " WS-LINE-WARNINGS.
           IF WS-NOTICES-REFUSED > 0 OR WS-LINES-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Retained across runs: opened for update, created only when
      * it has never existed.
       OPEN-ASN-FILE.
           OPEN I-O ASN-FILE.
           IF FS-ASN NOT = "00"
               OPEN OUTPUT ASN-FILE
               CLOSE ASN-FILE
               OPEN I-O ASN-FILE
           END-IF.

      * A missing on-order file just means nothing is committed --
      * every line will carry the no-commitment warning.
       LOAD-COMMITMENTS.
           OPEN INPUT ON-ORDER-FILE.
           IF FS-ON-ORDER NOT = "00"
               GO TO END-LOAD-COMMITMENTS
           END-IF.
           PERFORM UNTIL IS-ON-ORDER-EOF
               READ ON-ORDER-FILE
                   AT END
                       SET IS-ON-ORDER-EOF TO TRUE
                   NOT AT END
                       IF OO-ON-ORDER-QTY > 0
                               AND OO-PO-REF NOT = "SUGGESTED"
                               AND WS-CM-COUNT < 500
                           ADD 1 TO WS-CM-COUNT
                           MOVE OO-ITEM-CODE TO
                                   WS-CM-ITEM-CODE(WS-CM-COUNT)
                           MOVE OO-PO-REF TO
                                   WS-CM-PO-REF(WS-CM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
       END-LOAD-COMMITMENTS.
           CONTINUE.

       START-NOTICE.
           ADD 1 TO WS-NOTICES-READ.
           SET NOTICE-IS-OPEN TO TRUE.
           MOVE 'N' TO WS-NOTICE-BAD-FLAG.
           MOVE SPACES TO WS-NOTICE-REASON.
           MOVE 0 TO WS-NL-COUNT.
           MOVE AI-DELIVERY-REF TO WS-NT-DELIVERY-REF.
           MOVE AI-SUPPLIER-CODE TO WS-NT-SUPPLIER-CODE.
           IF AI-EXPECTED-DATE IS NUMERIC
               MOVE AI-EXPECTED-DATE TO WS-NT-EXPECTED-DATE
           ELSE
               MOVE 0 TO WS-NT-EXPECTED-DATE
           END-IF.
           IF WS-NT-DELIVERY-REF = SPACES
               SET NOTICE-IS-BAD TO TRUE
               MOVE "No delivery reference on the notice." TO
                       WS-NOTICE-REASON
           END-IF.
           IF WS-NT-EXPECTED-DATE = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-NT-EXPECTED-DATE)
                   NOT = 0
               SET NOTICE-IS-BAD TO TRUE
               MOVE "No valid expected date on the notice." TO
                       WS-NOTICE-REASON
           END-IF.
           IF NOT SUPPLIER-FILE-IS-OPEN
               GO TO END-START-NOTICE
           END-IF.
           MOVE WS-NT-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   SET NOTICE-IS-BAD TO TRUE
                   MOVE "Supplier not on file." TO WS-NOTICE-REASON
           END-READ.
       END-START-NOTICE.
           CONTINUE.

      * Each line is checked against its PO line as it arrives; a
      * refused line is listed at once and kept off the notice.
       TAKE-NOTICE-LINE.
           IF NOT NOTICE-IS-OPEN
                   OR AI-DELIVERY-REF NOT = WS-NT-DELIVERY-REF
               MOVE "Line does not follow its notice header." TO
                       WS-LINE-REASON
               PERFORM LIST-REFUSED-LINE
               GO TO END-TAKE-NOTICE-LINE
           END-IF.
           IF AI-ITEM-CODE = SPACES OR AI-QTY IS NOT NUMERIC
                   OR AI-QTY = 0
               MOVE "No item or quantity on the line." TO
                       WS-LINE-REASON
               PERFORM LIST-REFUSED-LINE
               GO TO END-TAKE-NOTICE-LINE
           END-IF.
           PERFORM CHECK-PO-LINE THRU END-CHECK-PO-LINE.
           IF WS-LINE-REASON NOT = SPACES
               PERFORM LIST-REFUSED-LINE
               GO TO END-TAKE-NOTICE-LINE
           END-IF.
           IF WS-NL-COUNT >= 200
               MOVE "Notice has more lines than can be held." TO
                       WS-LINE-REASON
               PERFORM LIST-REFUSED-LINE
               GO TO END-TAKE-NOTICE-LINE
           END-IF.
           ADD 1 TO WS-NL-COUNT.
           MOVE AI-ITEM-CODE TO WS-NL-ITEM-CODE(WS-NL-COUNT).
           MOVE AI-QTY TO WS-NL-QTY(WS-NL-COUNT).
           MOVE AI-PO-NUMBER TO WS-NL-PO-NUMBER(WS-NL-COUNT).
           MOVE AI-PO-LINE TO WS-NL-PO-LINE(WS-NL-COUNT).

           COMPUTE WS-OUTSTANDING-QTY =
                   POL-ORDER-QTY - POL-RECEIVED-QTY.
           IF AI-QTY > WS-OUTSTANDING-QTY
               MOVE "Warning: more than the PO line has open." TO
                       WS-LINE-REASON
               PERFORM LIST-WARNED-LINE
           END-IF.
           MOVE SPACES TO WS-PO-REF.
           MOVE AI-PO-NUMBER TO WS-PO-REF(1:8).
           MOVE 'N' TO WS-CM-FOUND-FLAG.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-ITEM-CODE(WS-CM-IDX) = AI-ITEM-CODE
                       AND WS-CM-PO-REF(WS-CM-IDX) = WS-PO-REF
                   MOVE 'Y' TO WS-CM-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CM-FOUND-FLAG = 'N'
               MOVE "Warning: no open commitment on the PO." TO
                       WS-LINE-REASON
               PERFORM LIST-WARNED-LINE
           END-IF.
       END-TAKE-NOTICE-LINE.
           CONTINUE.

      * Same tests GOODS_RECEIPT applies at the dock, so a notice
      * that loads cleanly describes a delivery that can be booked.
      * Leaves the line in PO-RECORD.
       CHECK-PO-LINE.
           MOVE SPACES TO WS-LINE-REASON.
           IF NOT PO-FILE-IS-OPEN
               MOVE "Purchase order file unavailable." TO
                       WS-LINE-REASON
               GO TO END-CHECK-PO-LINE
           END-IF.
           IF AI-PO-NUMBER IS NOT NUMERIC OR AI-PO-NUMBER = 0
                   OR AI-PO-LINE IS NOT NUMERIC OR AI-PO-LINE = 0
               MOVE "No purchase order line on the notice." TO
                       WS-LINE-REASON
               GO TO END-CHECK-PO-LINE
           END-IF.
           MOVE AI-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "Purchase order not on file." TO WS-LINE-REASON
                   GO TO END-CHECK-PO-LINE
           END-READ.
           IF PO-SUPPLIER-CODE NOT = WS-NT-SUPPLIER-CODE
               MOVE "Purchase order is another supplier's." TO
                       WS-LINE-REASON
               GO TO END-CHECK-PO-LINE
           END-IF.
           IF NOT PO-IS-RECEIVABLE
               MOVE "Purchase order is closed or cancelled." TO
                       WS-LINE-REASON
               GO TO END-CHECK-PO-LINE
           END-IF.
           MOVE AI-PO-LINE TO PO-LINE-NO.
           READ PO-FILE
               INVALID KEY
                   MOVE "Item not on the purchase order." TO
                           WS-LINE-REASON
                   GO TO END-CHECK-PO-LINE
           END-READ.
           IF POL-ITEM-CODE NOT = AI-ITEM-CODE
               MOVE "Item not on the purchase order." TO
                       WS-LINE-REASON
               GO TO END-CHECK-PO-LINE
           END-IF.
           IF NOT POL-IS-OPEN
               MOVE "Purchase order line is closed." TO WS-LINE-REASON
           END-IF.
       END-CHECK-PO-LINE.
           CONTINUE.

      * The completed notice goes onto the file, replacing an
      * earlier sending of the same reference that is still only
      * expected.
       FLUSH-NOTICE.
           IF NOT NOTICE-IS-OPEN
               GO TO END-FLUSH-NOTICE
           END-IF.
           MOVE 'N' TO WS-NOTICE-OPEN-FLAG.
           IF NOT NOTICE-IS-BAD AND WS-NL-COUNT = 0
               SET NOTICE-IS-BAD TO TRUE
               MOVE "No acceptable line on the notice." TO
                       WS-NOTICE-REASON
           END-IF.
           IF NOTICE-IS-BAD
               GO TO REFUSE-NOTICE
           END-IF.

           MOVE WS-NT-DELIVERY-REF TO AS-DELIVERY-REF.
           MOVE 0 TO AS-LINE-NO.
           READ ASN-FILE
               INVALID KEY
                   GO TO WRITE-NOTICE
           END-READ.
           IF AS-SUPPLIER-CODE NOT = WS-NT-SUPPLIER-CODE
               MOVE "Reference is on another supplier's notice." TO
                       WS-NOTICE-REASON
               GO TO REFUSE-NOTICE
           END-IF.
           IF AS-HAS-ARRIVED
               MOVE "Delivery has already arrived." TO
                       WS-NOTICE-REASON
               GO TO REFUSE-NOTICE
           END-IF.
           MOVE AS-LINE-COUNT TO WS-OLD-LINE-COUNT.
           DELETE ASN-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > WS-OLD-LINE-COUNT
               MOVE WS-NT-DELIVERY-REF TO AS-DELIVERY-REF
               MOVE WS-LINE-NO TO AS-LINE-NO
               DELETE ASN-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           ADD 1 TO WS-NOTICES-REPLACED.

       WRITE-NOTICE.
           MOVE SPACES TO ASN-RECORD.
           MOVE WS-NT-DELIVERY-REF TO AS-DELIVERY-REF.
           MOVE 0 TO AS-LINE-NO.
           MOVE WS-NT-SUPPLIER-CODE TO AS-SUPPLIER-CODE.
           MOVE WS-NT-EXPECTED-DATE TO AS-EXPECTED-DATE.
           MOVE WS-RUN-DATE TO AS-NOTICE-DATE.
           SET AS-IS-EXPECTED TO TRUE.
           MOVE 0 TO AS-ARRIVED-DATE.
           MOVE WS-NL-COUNT TO AS-LINE-COUNT.
           WRITE ASN-RECORD
               INVALID KEY
                   MOVE "Notice header could not be written." TO
                           WS-NOTICE-REASON
                   GO TO REFUSE-NOTICE
           END-WRITE.
           PERFORM VARYING WS-NL-IDX FROM 1 BY 1
                   UNTIL WS-NL-IDX > WS-NL-COUNT
               MOVE SPACES TO ASN-RECORD
               MOVE WS-NT-DELIVERY-REF TO AS-DELIVERY-REF
               MOVE WS-NL-IDX TO AS-LINE-NO
               MOVE WS-NL-ITEM-CODE(WS-NL-IDX) TO ASL-ITEM-CODE
               MOVE WS-NL-QTY(WS-NL-IDX) TO ASL-QTY
               MOVE WS-NL-PO-NUMBER(WS-NL-IDX) TO ASL-PO-NUMBER
               MOVE WS-NL-PO-LINE(WS-NL-IDX) TO ASL-PO-LINE
               MOVE 0 TO ASL-RECEIVED-QTY
               WRITE ASN-RECORD
                   INVALID KEY
                       DISPLAY "ASN-INTAKE WARNING: NOTICE LINE "
                               "WRITE FAILED: " WS-NT-DELIVERY-REF
                               "/" WS-NL-IDX
               END-WRITE
               ADD 1 TO WS-LINES-LOADED
           END-PERFORM.
           ADD 1 TO WS-NOTICES-LOADED.
           MOVE "LOADED   " TO NTL-ACTION.
           MOVE SPACES TO NTL-REASON.
           PERFORM LIST-NOTICE.
           GO TO END-FLUSH-NOTICE.

       REFUSE-NOTICE.
           ADD 1 TO WS-NOTICES-REFUSED.
           MOVE "REFUSED  " TO NTL-ACTION.
           MOVE WS-NOTICE-REASON TO NTL-REASON.
           PERFORM LIST-NOTICE.
       END-FLUSH-NOTICE.
           CONTINUE.

       LIST-NOTICE.
           MOVE WS-NT-DELIVERY-REF TO NTL-DELIVERY-REF.
           MOVE WS-NT-SUPPLIER-CODE TO NTL-SUPPLIER-CODE.
           MOVE WS-NT-EXPECTED-DATE TO NTL-EXPECTED-DATE.
           MOVE WS-NL-COUNT TO NTL-LINE-COUNT.
           WRITE REPORT-RECORD FROM NOTICE-LINE.

       LIST-REFUSED-LINE.
           ADD 1 TO WS-LINES-REFUSED.
           MOVE "REFUSED " TO ITL-ACTION.
           PERFORM LIST-ITEM-LINE.

       LIST-WARNED-LINE.
           ADD 1 TO WS-LINE-WARNINGS.
           MOVE "LOADED  " TO ITL-ACTION.
           PERFORM LIST-ITEM-LINE.

       LIST-ITEM-LINE.
           MOVE AI-ITEM-CODE TO ITL-ITEM-CODE.
           IF AI-QTY IS NUMERIC
               MOVE AI-QTY TO ITL-QTY
           ELSE
               MOVE 0 TO ITL-QTY
           END-IF.
           IF AI-PO-NUMBER IS NUMERIC
               MOVE AI-PO-NUMBER TO ITL-PO-NUMBER
           ELSE
               MOVE 0 TO ITL-PO-NUMBER
           END-IF.
           IF AI-PO-LINE IS NUMERIC
               MOVE AI-PO-LINE TO ITL-PO-LINE
           ELSE
               MOVE 0 TO ITL-PO-LINE
           END-IF.
           MOVE WS-LINE-REASON TO ITL-REASON.
           WRITE REPORT-RECORD FROM ITEM-LINE.

       END PROGRAM ASN-INTAKE.
