       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY.
       AUTHOR. Jules.
      *
      * Daily expiry sweep over the dated stock on LOT_STOCK.IDX
      * (GOODS_RECEIPT books the lots, INV_UPDATE consumes them
      * soonest expiry first). Every lot with stock left whose
      * expiry date falls within the next N days of the business
      * date is listed, store by store, soonest first, so the shelf
      * can be worked before the date passes. N is the DAYS keyword
      * on LOT_EXPIRY.PARM (three digits, e.g. DAYS=014, through
      * the shared PARM_KEYWORD entry); no card means 7 days.
      *
      * A lot already past its date is referred straight to
      * DISPOSITION: an 'E' expired write-off line for the lot's
      * remaining quantity is appended to DISPOSITION.DAT, and the
      * lot is flagged so it is not referred again and ordinary
      * sales pass it over. Expired lots still on file from an
      * earlier referral are listed as awaiting write-off until
      * DISPOSITION has taken them off.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO DSN-LOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS FS-LOT.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT DISP-FILE ASSIGN TO DSN-DISP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISP.
           SELECT EXPIRY-SORT-FILE ASSIGN TO "EXPYSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
           COPY "LOTREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

      * DISPOSITION's own feed layout.
       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DP-ITEM-CODE         PIC X(8).
           05  DP-QTY               PIC S9(5)V99 SIGN IS LEADING
                                     SEPARATE.
           05  DP-ACTION            PIC X.
           05  DP-STORE-CODE        PIC X(4).
           05  DP-LOT-NO            PIC X(10).

       SD  EXPIRY-SORT-FILE.
       01  EXPIRY-SORT-RECORD.
           05  XS-STORE-CODE        PIC X(4).
           05  XS-EXPIRY-DATE       PIC 9(8).
           05  XS-ITEM-CODE         PIC X(8).
           05  XS-LOT-NO            PIC X(10).
           05  XS-QTY               PIC S9(7)V99.
           05  XS-DAYS-LEFT         PIC S9(5).
           05  XS-STATUS            PIC X.
               88  XS-EXPIRING      VALUE 'N'.
               88  XS-REFERRED-NOW  VALUE 'R'.
               88  XS-AWAITING      VALUE 'A'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-LOT               PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-DISP              PIC X(2).

       01  DSN-FIELDS.
           05 DSN-LOT           PIC X(32)
              VALUE "data/master_update/LOT_STOCK.IDX".
           05 DSN-ITEM          PIC X(35)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-DISP          PIC X(34)
              VALUE "data/master_update/DISPOSITION.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/LOT_EXPIRY.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/LOT_EXPIRY.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "STOCK LOTS EXPIRING AND EXPIRED BY STORE".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE ITEM     DESCRIPTION          LOT        EXPIRY   
      -        "DAYS         QTY STATUS".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).
       01  WS-PROC-DATE-INT         PIC 9(8).
       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 7.
       01  WS-DAYS-LEFT             PIC S9(5).

       01  WS-LOT-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-LOT-EOF           VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.
       01  WS-ITEM-OPEN-FLAG        PIC X VALUE 'N'.
           88  ITEM-FILE-OPEN       VALUE 'Y'.
       01  WS-LAST-STORE            PIC X(4) VALUE SPACES.

       01  WS-CONTROL-COUNTS.
           05  WS-LOT-COUNT         PIC 9(7) VALUE 0.
           05  WS-EXPIRING-COUNT    PIC 9(7) VALUE 0.
           05  WS-REFERRED-COUNT    PIC 9(7) VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(7) VALUE 0.
           05  WS-STORE-COUNT       PIC 9(5) VALUE 0.

       01  EXPIRY-DETAIL-LINE.
           05  EDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  EDL-ITEM-CODE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-ITEM-NAME        PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-LOT-NO           PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-EXPIRY-DATE      PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-DAYS-LEFT        PIC -(4)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-QTY              PIC -(6)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  EDL-STATUS           PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           COMPUTE WS-PROC-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
           MOVE "DAYS" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:3) IS NUMERIC
               MOVE WS-KW-VALUE(1:3) TO WS-WINDOW-DAYS
           END-IF.

           OPEN I-O LOT-FILE.
           IF FS-LOT NOT = "00"
               DISPLAY "LOT-EXPIRY: NO LOT FILE ON FILE: " FS-LOT
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM = "00"
               SET ITEM-FILE-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISP-FILE.
           IF FS-DISP NOT = "00"
               OPEN OUTPUT DISP-FILE
           END-IF.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT EXPIRY-SORT-FILE
               ON ASCENDING KEY XS-STORE-CODE
               ON ASCENDING KEY XS-EXPIRY-DATE
               ON ASCENDING KEY XS-ITEM-CODE
               ON ASCENDING KEY XS-LOT-NO
               INPUT PROCEDURE IS SELECT-LOTS
               OUTPUT PROCEDURE IS PRINT-LOTS.

           DISPLAY "LOT-EXPIRY TOTALS -- DATE: " WS-PROC-DATE
                   " WINDOW DAYS: " WS-WINDOW-DAYS
                   " LOTS: " WS-LOT-COUNT
                   " EXPIRING: " WS-EXPIRING-COUNT
                   " REFERRED: " WS-REFERRED-COUNT
                   " AWAITING WRITE-OFF: " WS-AWAITING-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "STORES: " WS-STORE-COUNT
                  "  EXPIRING: " WS-EXPIRING-COUNT
                  "  REFERRED FOR WRITE-OFF: " WS-REFERRED-COUNT
                  "  AWAITING WRITE-OFF: " WS-AWAITING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           CLOSE LOT-FILE DISP-FILE.
           IF ITEM-FILE-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           STOP RUN.

      * Every lot with stock left is looked at once; a newly
      * expired lot is referred here, on the way into the sort.
       SELECT-LOTS.
           PERFORM UNTIL IS-LOT-EOF
               READ LOT-FILE NEXT RECORD
                   AT END
                       SET IS-LOT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOT-COUNT
                       PERFORM SELECT-ONE-LOT THRU END-SELECT-ONE-LOT
               END-READ
           END-PERFORM.

       SELECT-ONE-LOT.
           IF LT-QTY-REMAINING <= 0
                   OR LT-EXPIRY-DATE IS NOT NUMERIC
                   OR LT-EXPIRY-DATE = 0
               GO TO END-SELECT-ONE-LOT
           END-IF.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(LT-EXPIRY-DATE)
                   - WS-PROC-DATE-INT.
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO END-SELECT-ONE-LOT
           END-IF.

           MOVE LT-STORE-CODE TO XS-STORE-CODE.
           MOVE LT-EXPIRY-DATE TO XS-EXPIRY-DATE.
           MOVE LT-ITEM-CODE TO XS-ITEM-CODE.
           MOVE LT-LOT-NO TO XS-LOT-NO.
           MOVE LT-QTY-REMAINING TO XS-QTY.
           MOVE WS-DAYS-LEFT TO XS-DAYS-LEFT.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT >= 0
                   SET XS-EXPIRING TO TRUE
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN LT-REFERRED-FOR-WRITE-OFF
                   SET XS-AWAITING TO TRUE
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN OTHER
                   PERFORM REFER-EXPIRED-LOT
                   SET XS-REFERRED-NOW TO TRUE
                   ADD 1 TO WS-REFERRED-COUNT
           END-EVALUATE.
           RELEASE EXPIRY-SORT-RECORD.
       END-SELECT-ONE-LOT.
           CONTINUE.

      * The whole remaining quantity goes to DISPOSITION as an 'E'
      * line naming the lot, and the lot is flagged as referred.
       REFER-EXPIRED-LOT.
           MOVE SPACES TO DISP-RECORD.
           MOVE LT-ITEM-CODE TO DP-ITEM-CODE.
           MOVE LT-QTY-REMAINING TO DP-QTY.
           MOVE 'E' TO DP-ACTION.
           MOVE LT-STORE-CODE TO DP-STORE-CODE.
           MOVE LT-LOT-NO TO DP-LOT-NO.
           WRITE DISP-RECORD.
           SET LT-REFERRED-FOR-WRITE-OFF TO TRUE.
           REWRITE LT-RECORD.

      * One page per store.
       PRINT-LOTS.
           PERFORM RETURN-NEXT-LOT.
           PERFORM UNTIL IS-SORT-EOF
               IF XS-STORE-CODE NOT = WS-LAST-STORE
                   IF WS-STORE-COUNT > 0
                       MOVE 'P' TO WS-RPT-ACTION
                       MOVE SPACES TO WS-RPT-TEXT
                       CALL "RPT_WRITER" USING WS-RPT-ACTION,
                               DSN-REPORT, WS-RPT-TEXT
                   END-IF
                   ADD 1 TO WS-STORE-COUNT
                   MOVE XS-STORE-CODE TO WS-LAST-STORE
               END-IF
               PERFORM PRINT-ONE-LOT
               PERFORM RETURN-NEXT-LOT
           END-PERFORM.

       RETURN-NEXT-LOT.
           RETURN EXPIRY-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-LOT.
           MOVE SPACES TO EXPIRY-DETAIL-LINE.
           MOVE XS-STORE-CODE TO EDL-STORE-CODE.
           MOVE XS-ITEM-CODE TO EDL-ITEM-CODE.
           MOVE SPACES TO EDL-ITEM-NAME.
           IF ITEM-FILE-OPEN
               MOVE XS-ITEM-CODE TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   NOT INVALID KEY
                       MOVE IM-ITEM-NAME TO EDL-ITEM-NAME
               END-READ
           END-IF.
           MOVE XS-LOT-NO TO EDL-LOT-NO.
           MOVE XS-EXPIRY-DATE TO EDL-EXPIRY-DATE.
           MOVE XS-DAYS-LEFT TO EDL-DAYS-LEFT.
           MOVE XS-QTY TO EDL-QTY.
           EVALUATE TRUE
               WHEN XS-EXPIRING
                   MOVE "EXPIRING" TO EDL-STATUS
               WHEN XS-REFERRED-NOW
                   MOVE "EXPIRED, WRITE-OFF SENT" TO EDL-STATUS
               WHEN XS-AWAITING
                   MOVE "EXPIRED, AWAITING W/OFF" TO EDL-STATUS
           END-EVALUATE.
           MOVE EXPIRY-DETAIL-LINE TO WS-RPT-TEXT.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM LOT-EXPIRY.
