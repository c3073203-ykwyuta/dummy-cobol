       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-DUE.
       AUTHOR. Jules.
      *
      * Daily dock list of shipping notices that are due or late.
      * Reads the expected-delivery file ASN_INTAKE loads and lists
      * every notice still waiting to arrive whose expected date is
      * on or before the business date (BIZ_DATE): due today, or
      * overdue by so many days, with the items and quantities the
      * supplier said were on the truck. GOODS_RECEIPT marks a
      * notice arrived when the delivery is booked, so a notice
      * stays on this list until it is. Printed to ASN_DUE.LST;
      * overdue notices set RC 4 so the schedule shows purchasing
      * has chasing to do.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-FILE ASSIGN TO DSN-ASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS FS-ASN.
           SELECT REPORT-FILE ASSIGN TO DSN-REPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  ASN-FILE.
           COPY "ASNREC.CPY".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-ASN               PIC X(2).
           05  FS-REPORT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-ASN           PIC X(40)
              VALUE "data/master_update/EXPECTED_DELIVERY.IDX".
           05 DSN-REPORT        PIC X(30)
              VALUE "data/master_update/ASN_DUE.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
      * Set by a listed header, so its lines (which follow it in key
      * order) are listed with it.
       01  WS-LISTING-FLAG          PIC X VALUE 'N'.
           88  NOTICE-IS-LISTED     VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-DAYS-LATE             PIC S9(5).

       01  WS-CONTROL-COUNTS.
           05  WS-NOTICES-READ      PIC 9(5) VALUE 0.
           05  WS-DUE-COUNT         PIC 9(5) VALUE 0.
           05  WS-OVERDUE-COUNT     PIC 9(5) VALUE 0.

       01  TITLE-LINE.
           05  FILLER               PIC X(30)
               VALUE "SHIPPING NOTICES DUE -- AS AT ".
           05  TTL-RUN-DATE         PIC 9(8).

       01  NOTICE-LINE.
           05  FILLER               PIC X(10) VALUE "DELIVERY: ".
           05  NTL-DELIVERY-REF     PIC X(10).
           05  FILLER               PIC X(11) VALUE " SUPPLIER: ".
           05  NTL-SUPPLIER-CODE    PIC X(4).
           05  FILLER               PIC X(11) VALUE " EXPECTED: ".
           05  NTL-EXPECTED-DATE    PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  NTL-STATUS           PIC X(9).
           05  NTL-DAYS-LATE        PIC ZZZZZ.
           05  NTL-DAYS-TEXT        PIC X(5).

       01  ITEM-LINE.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ITL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(6) VALUE " QTY: ".
           05  ITL-QTY              PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE " PO: ".
           05  ITL-PO-NUMBER        PIC 9(8).
           05  FILLER               PIC X(1) VALUE "/".
           05  ITL-PO-LINE          PIC 9(3).

       01  TOTAL-LINE.
           05  FILLER               PIC X(15) VALUE "DUE TODAY:     ".
           05  TOT-DUE-COUNT        PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE "   OVERDUE: ".
           05  TOT-OVERDUE-COUNT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           OPEN INPUT ASN-FILE.
           IF FS-ASN NOT = "00"
               DISPLAY "ASN-DUE: NO EXPECTED-DELIVERY FILE ON FILE: "
                       FS-ASN
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.

           PERFORM UNTIL IS-EOF
               READ ASN-FILE NEXT RECORD
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       IF AS-LINE-NO = 0
                           PERFORM CHECK-NOTICE THRU END-CHECK-NOTICE
                       ELSE
                           IF NOTICE-IS-LISTED
                               PERFORM LIST-NOTICE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-DUE-COUNT TO TOT-DUE-COUNT.
           MOVE WS-OVERDUE-COUNT TO TOT-OVERDUE-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE ASN-FILE REPORT-FILE.

           DISPLAY "ASN-DUE TOTALS -- NOTICES READ: " WS-NOTICES-READ
                   " DUE TODAY: " WS-DUE-COUNT
                   " OVERDUE: " WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A notice is listed while it is still expected and its date
      * has come; a notice already arrived, or not yet due, is not.
       CHECK-NOTICE.
           ADD 1 TO WS-NOTICES-READ.
           MOVE 'N' TO WS-LISTING-FLAG.
           IF NOT AS-IS-EXPECTED OR AS-EXPECTED-DATE > WS-RUN-DATE
               GO TO END-CHECK-NOTICE
           END-IF.
           SET NOTICE-IS-LISTED TO TRUE.
           MOVE AS-DELIVERY-REF TO NTL-DELIVERY-REF.
           MOVE AS-SUPPLIER-CODE TO NTL-SUPPLIER-CODE.
           MOVE AS-EXPECTED-DATE TO NTL-EXPECTED-DATE.
           IF AS-EXPECTED-DATE = WS-RUN-DATE
               ADD 1 TO WS-DUE-COUNT
               MOVE "DUE TODAY" TO NTL-STATUS
               MOVE SPACES TO NTL-DAYS-TEXT
               MOVE 0 TO NTL-DAYS-LATE
           ELSE
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(AS-EXPECTED-DATE)
               MOVE "OVERDUE  " TO NTL-STATUS
               MOVE WS-DAYS-LATE TO NTL-DAYS-LATE
               MOVE " DAYS" TO NTL-DAYS-TEXT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM NOTICE-LINE.
       END-CHECK-NOTICE.
           CONTINUE.

       LIST-NOTICE-LINE.
           MOVE ASL-ITEM-CODE TO ITL-ITEM-CODE.
           MOVE ASL-QTY TO ITL-QTY.
           MOVE ASL-PO-NUMBER TO ITL-PO-NUMBER.
           MOVE ASL-PO-LINE TO ITL-PO-LINE.
           WRITE REPORT-RECORD FROM ITEM-LINE.

       END PROGRAM ASN-DUE.
