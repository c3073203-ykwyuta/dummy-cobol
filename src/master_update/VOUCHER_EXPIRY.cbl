       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-EXPIRY.
       AUTHOR. Jules.
      *
      * Gift voucher expiry and breakage report. Every voucher on
      * the register (VOUCHER.IDX, VOUCHREC.CPY) that is past its
      * expiry date with value still on it is listed with its
      * issuing store and dates, its face value, what was never
      * spent, and how many days it has been lapsed; the report
      * closes on the count and the total unspent -- the breakage
      * finance can take to income. Spent vouchers and vouchers
      * whose sale was voided are never listed. The report is as at
      * today, or as at AS-AT=YYYYMMDD on VOUCHER_EXPIRY.PARM
      * (through the shared PARM_KEYWORD entry).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO DSN-VOUCHER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VO-KEY
               FILE STATUS IS FS-VOUCHER.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY "VOUCHREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-VOUCHER           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-VOUCHER       PIC X(30)
              VALUE "data/master_update/VOUCHER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/VOUCHER_EXPIRY.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/VOUCHER_EXPIRY.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-AS-AT-DATE            PIC 9(8).
       01  WS-DAYS-OVER             PIC 9(7).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "GIFT VOUCHERS LAPSED UNSPENT (BREAKAGE)".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "VOUCHER      STORE  ISSUED   EXPIRES   FACE VALUE     UN
      -        "SPENT DAYS OVER".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-VOUCHER-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-VOUCHER-EOF       VALUE 'Y'.

       01  WS-LAPSED-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOT-FACE              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-BREAKAGE          PIC S9(11)V99 VALUE 0.

       01  EXPIRY-DETAIL-LINE.
           05  EDL-VOUCHER-NO       PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  EDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  EDL-ISSUE-DATE       PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-EXPIRY-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-FACE-VALUE       PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-UNSPENT          PIC -(7)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-DAYS-OVER        PIC Z(8)9.

       01  EXPIRY-TOTAL-LINE.
           05  FILLER               PIC X(16)
               VALUE "TOTAL LAPSED".
           05  ETL-COUNT            PIC Z(6)9.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  ETL-FACE-VALUE       PIC -(10)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  ETL-BREAKAGE         PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-AS-AT-DATE FROM DATE YYYYMMDD.
           MOVE "AS-AT" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:8) IS NUMERIC
               MOVE WS-KW-VALUE(1:8) TO WS-AS-AT-DATE
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

      * No register yet means no voucher has ever been sold, so
      * none can have lapsed.
           OPEN INPUT VOUCHER-FILE.
           IF FS-VOUCHER = "00"
               PERFORM UNTIL IS-VOUCHER-EOF
                   READ VOUCHER-FILE NEXT RECORD
                       AT END
                           SET IS-VOUCHER-EOF TO TRUE
                       NOT AT END
                           IF VO-ENTRY-NO = 0
                               PERFORM CHECK-ONE-VOUCHER
                                   THRU END-CHECK-ONE-VOUCHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-FILE
           ELSE
               DISPLAY "VOUCHER-EXPIRY: NO VOUCHER REGISTER ON FILE."
           END-IF.

           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LAPSED-COUNT TO ETL-COUNT.
           MOVE WS-TOT-FACE TO ETL-FACE-VALUE.
           MOVE WS-TOT-BREAKAGE TO ETL-BREAKAGE.
           MOVE EXPIRY-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "VOUCHER-EXPIRY TOTALS -- AS AT: " WS-AS-AT-DATE
                   " LAPSED: " WS-LAPSED-COUNT
                   " BREAKAGE: " WS-TOT-BREAKAGE.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "VOUCHERS LAPSED UNSPENT AT " WS-AS-AT-DATE
                  ": " WS-LAPSED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           STOP RUN.

      * The issue entry carries the voucher's expiry and running
      * balance, so the later entries need not be read. A voucher
      * is good through its expiry date.
       CHECK-ONE-VOUCHER.
           IF NOT VO-IS-OPEN OR VO-BALANCE NOT > 0
                   OR VO-EXPIRY-DATE >= WS-AS-AT-DATE
               GO TO END-CHECK-ONE-VOUCHER
           END-IF.
           COMPUTE WS-DAYS-OVER =
                   FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE)
                   - FUNCTION INTEGER-OF-DATE(VO-EXPIRY-DATE).
           ADD 1 TO WS-LAPSED-COUNT.
           ADD VO-AMOUNT TO WS-TOT-FACE.
           ADD VO-BALANCE TO WS-TOT-BREAKAGE.
           MOVE VO-VOUCHER-NO TO EDL-VOUCHER-NO.
           MOVE VO-STORE-CODE TO EDL-STORE-CODE.
           MOVE VO-TRAN-DATE TO EDL-ISSUE-DATE.
           MOVE VO-EXPIRY-DATE TO EDL-EXPIRY-DATE.
           MOVE VO-AMOUNT TO EDL-FACE-VALUE.
           MOVE VO-BALANCE TO EDL-UNSPENT.
           MOVE WS-DAYS-OVER TO EDL-DAYS-OVER.
           MOVE EXPIRY-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
       END-CHECK-ONE-VOUCHER.
           CONTINUE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM VOUCHER-EXPIRY.
