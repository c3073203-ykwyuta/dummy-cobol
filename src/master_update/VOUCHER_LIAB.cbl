       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-LIAB.
       AUTHOR. Jules.
      *
      * Month-end gift voucher liability for finance to book, by
      * the store that sold the vouchers. For each issuing store:
      * how many vouchers were still good and unspent at the close
      * of the month and what is owed on them, what was sold and
      * what was taken in the month, and what lapsed unspent in the
      * month (its expiry fell in the month with a balance left --
      * the breakage finance releases). Each voucher's balance is
      * rebuilt from its entries on the voucher register
      * (VOUCHER.IDX, VOUCHREC.CPY) dated on or before the month's
      * last day, so a run a few days into the next month still
      * books the month just closed; a voucher whose sale was
      * voided is left out altogether. The month is
      * LIAB-MONTH=YYYYMM on VOUCHER_LIAB.PARM (through the shared
      * PARM_KEYWORD entry); without it the month before today.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO DSN-VOUCHER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VO-KEY
               FILE STATUS IS FS-VOUCHER.
           SELECT LIAB-SORT-FILE ASSIGN TO "VCLSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY "VOUCHREC.CPY".

      * One record per voucher, summarized as at the month end.
       SD  LIAB-SORT-FILE.
       01  LIAB-SORT-RECORD.
           05  LS-STORE-CODE        PIC X(4).
           05  LS-VOUCHER-NO        PIC X(12).
           05  LS-OUT-COUNT         PIC 9(1).
           05  LS-OUT-VALUE         PIC S9(7)V99.
           05  LS-ISSUED            PIC S9(7)V99.
           05  LS-REDEEMED          PIC S9(7)V99.
           05  LS-LAPSED            PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-VOUCHER           PIC X(2).

       01  DSN-FIELDS.
           05 DSN-VOUCHER       PIC X(30)
              VALUE "data/master_update/VOUCHER.IDX".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/VOUCHER_LIAB.LST".

       01  WS-PARM-DSN              PIC X(80)
               VALUE "data/master_update/VOUCHER_LIAB.PARM".
       01  WS-KW-KEYWORD            PIC X(12).
       01  WS-KW-VALUE              PIC X(60).
       01  WS-KW-FOUND              PIC X(1).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-LIAB-MONTH            PIC 9(6).
       01  WS-LIAB-MONTH-X REDEFINES WS-LIAB-MONTH.
           05  WS-LIAB-YEAR         PIC 9(4).
           05  WS-LIAB-MM           PIC 9(2).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-END             PIC 9(8).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132)
               VALUE "GIFT VOUCHER OUTSTANDING LIABILITY BY STORE".
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE VOUCHERS   OUTSTANDING        ISSUED      REDEEMED
      -        "        LAPSED".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-VOUCHER-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-VOUCHER-EOF       VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

      * The voucher being gathered from the register.
       01  WS-CUR-VOUCHER-NO        PIC X(12) VALUE SPACES.
       01  WS-CUR-STORE             PIC X(4).
       01  WS-CUR-ISSUE-DATE        PIC 9(8).
       01  WS-CUR-EXPIRY-DATE       PIC 9(8).
       01  WS-CUR-STATUS            PIC X.
       01  WS-CUR-BALANCE           PIC S9(7)V99.
       01  WS-CUR-ISSUED            PIC S9(7)V99.
       01  WS-CUR-MOVED             PIC S9(7)V99.

       01  WS-BREAK-STORE           PIC X(4).
       01  WS-STORE-TOTALS.
           05  WS-ST-OUT-COUNT      PIC 9(7).
           05  WS-ST-OUT-VALUE      PIC S9(9)V99.
           05  WS-ST-ISSUED         PIC S9(9)V99.
           05  WS-ST-REDEEMED       PIC S9(9)V99.
           05  WS-ST-LAPSED         PIC S9(9)V99.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-OUT-COUNT     PIC 9(7) VALUE 0.
           05  WS-TOT-OUT-VALUE     PIC S9(11)V99 VALUE 0.
           05  WS-TOT-ISSUED        PIC S9(11)V99 VALUE 0.
           05  WS-TOT-REDEEMED      PIC S9(11)V99 VALUE 0.
           05  WS-TOT-LAPSED        PIC S9(11)V99 VALUE 0.
       01  WS-STORE-COUNT           PIC 9(5) VALUE 0.

       01  LIAB-DETAIL-LINE.
           05  LDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  LDL-OUT-COUNT        PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-OUT-VALUE        PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-ISSUED           PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-REDEEMED         PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LDL-LAPSED           PIC -(9)9.99.

       01  LIAB-TOTAL-LINE.
           05  FILLER               PIC X(5) VALUE "TOTAL".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LTL-OUT-COUNT        PIC Z(6)9.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-OUT-VALUE        PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-ISSUED           PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-REDEEMED         PIC -(9)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LTL-LAPSED           PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-LIAB-MONTH.
           IF WS-LIAB-MM = 1
               SUBTRACT 1 FROM WS-LIAB-YEAR
               MOVE 12 TO WS-LIAB-MM
           ELSE
               SUBTRACT 1 FROM WS-LIAB-MM
           END-IF.
           MOVE "LIAB-MONTH" TO WS-KW-KEYWORD.
           CALL "PARM_KEYWORD" USING WS-PARM-DSN WS-KW-KEYWORD
                   WS-KW-VALUE WS-KW-FOUND.
           IF WS-KW-FOUND = 'Y' AND WS-KW-VALUE(1:6) IS NUMERIC
               MOVE WS-KW-VALUE(1:6) TO WS-LIAB-MONTH
           END-IF.
           COMPUTE WS-MONTH-START = WS-LIAB-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-LIAB-MONTH * 100 + 31.

           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

      * No register yet means no voucher has ever been sold -- a
      * nil liability, not a failure.
           OPEN INPUT VOUCHER-FILE.
           IF FS-VOUCHER = "00"
               SORT LIAB-SORT-FILE
                   ON ASCENDING KEY LS-STORE-CODE LS-VOUCHER-NO
                   INPUT PROCEDURE IS GATHER-VOUCHERS
                   OUTPUT PROCEDURE IS PRINT-LIABILITY
               CLOSE VOUCHER-FILE
           ELSE
               DISPLAY "VOUCHER-LIAB: NO VOUCHER REGISTER ON FILE, "
                       "NIL LIABILITY."
           END-IF.

           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-OUT-COUNT TO LTL-OUT-COUNT.
           MOVE WS-TOT-OUT-VALUE TO LTL-OUT-VALUE.
           MOVE WS-TOT-ISSUED TO LTL-ISSUED.
           MOVE WS-TOT-REDEEMED TO LTL-REDEEMED.
           MOVE WS-TOT-LAPSED TO LTL-LAPSED.
           MOVE LIAB-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "VOUCHER-LIAB TOTALS -- MONTH: " WS-LIAB-MONTH
                   " STORES: " WS-STORE-COUNT
                   " OUTSTANDING: " WS-TOT-OUT-COUNT
                   " LIABILITY: " WS-TOT-OUT-VALUE
                   " LAPSED: " WS-TOT-LAPSED.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "VOUCHERS OUTSTANDING AT " WS-MONTH-END(1:6)
                  ": " WS-TOT-OUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           STOP RUN.

      * The register holds each voucher's issue (entry 000) ahead
      * of its later entries, so a voucher is complete when the
      * next one's issue is read.
       GATHER-VOUCHERS.
           PERFORM UNTIL IS-VOUCHER-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET IS-VOUCHER-EOF TO TRUE
                   NOT AT END
                       IF VO-ENTRY-NO = 0
                           PERFORM RELEASE-ONE-VOUCHER
                               THRU END-RELEASE-ONE-VOUCHER
                           PERFORM START-ONE-VOUCHER
                       ELSE
                           PERFORM ADD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM RELEASE-ONE-VOUCHER THRU END-RELEASE-ONE-VOUCHER.

       START-ONE-VOUCHER.
           MOVE VO-VOUCHER-NO TO WS-CUR-VOUCHER-NO.
           MOVE VO-STORE-CODE TO WS-CUR-STORE.
           MOVE VO-TRAN-DATE TO WS-CUR-ISSUE-DATE.
           MOVE VO-EXPIRY-DATE TO WS-CUR-EXPIRY-DATE.
           MOVE VO-STATUS TO WS-CUR-STATUS.
           MOVE 0 TO WS-CUR-BALANCE WS-CUR-ISSUED WS-CUR-MOVED.
           IF VO-TRAN-DATE <= WS-MONTH-END
               MOVE VO-AMOUNT TO WS-CUR-BALANCE
               IF VO-TRAN-DATE >= WS-MONTH-START
                   MOVE VO-AMOUNT TO WS-CUR-ISSUED
               END-IF
           END-IF.

       ADD-ONE-ENTRY.
           IF VO-TRAN-DATE <= WS-MONTH-END
               ADD VO-AMOUNT TO WS-CUR-BALANCE
               IF VO-TRAN-DATE >= WS-MONTH-START
                   ADD VO-AMOUNT TO WS-CUR-MOVED
               END-IF
           END-IF.

      * A voucher not yet sold at the month end, or whose sale was
      * voided, is no liability and is not released.
       RELEASE-ONE-VOUCHER.
           IF WS-CUR-VOUCHER-NO = SPACES
                   OR WS-CUR-ISSUE-DATE > WS-MONTH-END
                   OR WS-CUR-STATUS = 'C'
               GO TO END-RELEASE-ONE-VOUCHER
           END-IF.
           MOVE WS-CUR-STORE TO LS-STORE-CODE.
           MOVE WS-CUR-VOUCHER-NO TO LS-VOUCHER-NO.
           MOVE 0 TO LS-OUT-COUNT LS-OUT-VALUE LS-LAPSED.
           MOVE WS-CUR-ISSUED TO LS-ISSUED.
           COMPUTE LS-REDEEMED = WS-CUR-MOVED * -1.
           IF WS-CUR-BALANCE > 0
               IF WS-CUR-EXPIRY-DATE >= WS-MONTH-END
                   MOVE 1 TO LS-OUT-COUNT
                   MOVE WS-CUR-BALANCE TO LS-OUT-VALUE
               ELSE IF WS-CUR-EXPIRY-DATE >= WS-MONTH-START
                   MOVE WS-CUR-BALANCE TO LS-LAPSED
               END-IF
               END-IF
           END-IF.
           RELEASE LIAB-SORT-RECORD.
       END-RELEASE-ONE-VOUCHER.
           CONTINUE.

       PRINT-LIABILITY.
           PERFORM RETURN-NEXT-VOUCHER.
           PERFORM UNTIL IS-SORT-EOF
               MOVE LS-STORE-CODE TO WS-BREAK-STORE
               MOVE 0 TO WS-ST-OUT-COUNT WS-ST-OUT-VALUE WS-ST-ISSUED
                         WS-ST-REDEEMED WS-ST-LAPSED
               PERFORM UNTIL IS-SORT-EOF
                       OR LS-STORE-CODE NOT = WS-BREAK-STORE
                   ADD LS-OUT-COUNT TO WS-ST-OUT-COUNT
                   ADD LS-OUT-VALUE TO WS-ST-OUT-VALUE
                   ADD LS-ISSUED TO WS-ST-ISSUED
                   ADD LS-REDEEMED TO WS-ST-REDEEMED
                   ADD LS-LAPSED TO WS-ST-LAPSED
                   PERFORM RETURN-NEXT-VOUCHER
               END-PERFORM
               PERFORM WRITE-STORE-LINE
           END-PERFORM.

       RETURN-NEXT-VOUCHER.
           RETURN LIAB-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       WRITE-STORE-LINE.
           ADD 1 TO WS-STORE-COUNT.
           ADD WS-ST-OUT-COUNT TO WS-TOT-OUT-COUNT.
           ADD WS-ST-OUT-VALUE TO WS-TOT-OUT-VALUE.
           ADD WS-ST-ISSUED TO WS-TOT-ISSUED.
           ADD WS-ST-REDEEMED TO WS-TOT-REDEEMED.
           ADD WS-ST-LAPSED TO WS-TOT-LAPSED.
           MOVE WS-BREAK-STORE TO LDL-STORE-CODE.
           MOVE WS-ST-OUT-COUNT TO LDL-OUT-COUNT.
           MOVE WS-ST-OUT-VALUE TO LDL-OUT-VALUE.
           MOVE WS-ST-ISSUED TO LDL-ISSUED.
           MOVE WS-ST-REDEEMED TO LDL-REDEEMED.
           MOVE WS-ST-LAPSED TO LDL-LAPSED.
           MOVE LIAB-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM VOUCHER-LIAB.
