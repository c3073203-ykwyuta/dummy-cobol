       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-RECON.
       AUTHOR. Jules.
      *
      * Daily cashier accountability, store by store -- BANK_RECON
      * taken down to the till drawer. For the business date
      * resolved by the shared BIZ_DATE subprogram, each cashier
      * who rang or declared anything at a store gets one line:
      * the sales, returns and receipt voids posted under their
      * operator ID in SALES_HISTORY.DAT (gross of tax -- what the
      * customer handed over or was given back), what their drawer
      * declared on the tender file (cash, card, voucher and put on
      * account, from the per-cashier "8888" summaries SALES_PROC
      * keeps), and the over/short between the two. A cashier with
      * postings but no declaration of their own -- the till sent
      * one store-level summary, which lands on the UNASSIGNED line
      * -- is marked NO DECL rather than short. Names come from the
      * staff roster (INPUT_SELECT.DAT, EMP-ID-I); an operator ID
      * not on it is flagged. Each store closes on a subtotal and
      * the report on a grand total. CASHIER_TREND looks back over
      * the same figures for a rolling month.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DSN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT TENDER-FILE ASSIGN TO DSN-TENDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TENDER.
           SELECT ROSTER-FILE ASSIGN TO DSN-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROSTER.
           SELECT CASHIER-SORT-FILE ASSIGN TO "CSRSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY "HISTORYREC.CPY".

      * Mirror of the line SALES_PROC writes off the "8888" feed
      * records.
       FD  TENDER-FILE.
       01  TENDER-RECORD.
           05  TT-TRAN-DATE         PIC 9(8).
           05  TT-STORE-CODE        PIC X(4).
           05  TT-CASH-TOTAL        PIC 9(9)V99.
           05  TT-CARD-TOTAL        PIC 9(9)V99.
           05  TT-VOUCHER-TOTAL     PIC 9(9)V99.
           05  TT-ACCOUNT-TOTAL     PIC 9(9)V99.
           05  TT-OPERATOR-ID       PIC X(5).
           05  TT-TERMINAL-NO       PIC X(3).

      * The staff roster SELECT01 works from.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RO-DEPT-CODE         PIC X(2).
           05  RO-EMP-ID            PIC X(5).
           05  RO-EMP-NAME          PIC X(20).

       SD  CASHIER-SORT-FILE.
       01  CASHIER-SORT-RECORD.
           05  CS-STORE-CODE        PIC X(4).
           05  CS-OPERATOR-ID       PIC X(5).
           05  CS-TERMINAL-NO       PIC X(3).
           05  CS-SALES             PIC S9(9)V99.
           05  CS-RETURNS           PIC S9(9)V99.
           05  CS-VOIDS             PIC S9(9)V99.
           05  CS-DECLARED          PIC S9(9)V99.
           05  CS-DECLARATION-FLAG  PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-HISTORY           PIC X(2).
           05  FS-TENDER            PIC X(2).
           05  FS-ROSTER            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-HISTORY       PIC X(36)
              VALUE "data/master_update/SALES_HISTORY.DAT".
           05 DSN-TENDER        PIC X(36)
              VALUE "data/master_update/TENDER_TOTALS.DAT".
           05 DSN-ROSTER        PIC X(21)
              VALUE "data/INPUT_SELECT.DAT".
           05 DSN-REPORT        PIC X(80)
              VALUE "data/master_update/CASHIER_RECON.LST".

       01  WS-PROC-DATE             PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

      * The report is produced through the shared RPT_WRITER
      * subprogram, which supplies the title block, run date/time,
      * page numbers, and end-of-report trailer.
       01  WS-RPT-ACTION            PIC X.
       01  WS-RPT-TEXT              PIC X(132).
       01  WS-RPT-TITLE             PIC X(132).
       01  WS-RPT-HEADING           PIC X(132) VALUE
               "STORE OPER  NAME                 TRM        SALES      R
      -        "ETURNS        VOIDS     DECLARED   OVER/SHORT".
       01  WS-RPT-TRAILER           PIC X(132).

       01  WS-HISTORY-EOF-FLAG      PIC X VALUE 'N'.
           88  IS-HISTORY-EOF       VALUE 'Y'.
       01  WS-TENDER-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-TENDER-EOF        VALUE 'Y'.
       01  WS-ROSTER-EOF-FLAG       PIC X VALUE 'N'.
           88  IS-ROSTER-EOF        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-SORT-EOF          VALUE 'Y'.

      * The roster, loaded once for the name lookup.
       01  WS-ROSTER-TABLE.
           05  WS-RO-COUNT          PIC 9(4) VALUE 0.
           05  WS-RO-ENTRIES OCCURS 2000 TIMES
                   INDEXED BY WS-RO-IDX.
               10  WS-RO-EMP-ID     PIC X(5).
               10  WS-RO-EMP-NAME   PIC X(20).
       01  WS-ROSTER-FLAG           PIC X.
           88  ON-ROSTER            VALUE 'Y'.

      * The cashier being gathered, and the store around them.
       01  WS-BREAK-STORE           PIC X(4).
       01  WS-BREAK-OPERATOR        PIC X(5).
       01  WS-CASHIER-TOTALS.
           05  WS-CT-TERMINAL       PIC X(3).
           05  WS-CT-SALES          PIC S9(9)V99.
           05  WS-CT-RETURNS        PIC S9(9)V99.
           05  WS-CT-VOIDS          PIC S9(9)V99.
           05  WS-CT-DECLARED       PIC S9(9)V99.
           05  WS-CT-DECLARED-FLAG  PIC X.
               88  CASHIER-DECLARED VALUE 'Y'.
           05  WS-CT-OVER-SHORT     PIC S9(9)V99.
       01  WS-STORE-TOTALS.
           05  WS-ST-SALES          PIC S9(11)V99.
           05  WS-ST-RETURNS        PIC S9(11)V99.
           05  WS-ST-VOIDS          PIC S9(11)V99.
           05  WS-ST-DECLARED       PIC S9(11)V99.
           05  WS-ST-OVER-SHORT     PIC S9(11)V99.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-SALES         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-RETURNS       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-VOIDS         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-DECLARED      PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OVER-SHORT    PIC S9(11)V99 VALUE 0.
       01  WS-CASHIER-COUNT         PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(5) VALUE 0.
       01  WS-NO-DECL-COUNT         PIC 9(5) VALUE 0.
       01  WS-OFF-ROSTER-COUNT      PIC 9(5) VALUE 0.

       01  CASHIER-DETAIL-LINE.
           05  CDL-STORE-CODE       PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CDL-OPERATOR-ID      PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-NAME             PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-TERMINAL-NO      PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-SALES            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-RETURNS          PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-VOIDS            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-DECLARED         PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-OVER-SHORT       PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CDL-VERDICT          PIC X(14).

       01  CASHIER-TOTAL-LINE.
           05  CTL-LABEL            PIC X(37).
           05  CTL-SALES            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CTL-RETURNS          PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CTL-VOIDS            PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CTL-DECLARED         PIC -(8)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  CTL-OVER-SHORT       PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-PROC-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           PERFORM LOAD-ROSTER THRU END-LOAD-ROSTER.

           MOVE SPACES TO WS-RPT-TITLE.
           STRING "CASHIER OVER/SHORT FOR " WS-PROC-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-ACTION.
           MOVE WS-RPT-TITLE TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'H' TO WS-RPT-ACTION.
           MOVE WS-RPT-HEADING TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

           SORT CASHIER-SORT-FILE
               ON ASCENDING KEY CS-STORE-CODE CS-OPERATOR-ID
               INPUT PROCEDURE IS GATHER-CASHIER-ACTIVITY
               OUTPUT PROCEDURE IS PRINT-CASHIERS.

           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ALL STORES" TO CTL-LABEL.
           MOVE WS-TOT-SALES TO CTL-SALES.
           MOVE WS-TOT-RETURNS TO CTL-RETURNS.
           MOVE WS-TOT-VOIDS TO CTL-VOIDS.
           MOVE WS-TOT-DECLARED TO CTL-DECLARED.
           MOVE WS-TOT-OVER-SHORT TO CTL-OVER-SHORT.
           MOVE CASHIER-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "CASHIER-RECON TOTALS -- DATE: " WS-PROC-DATE
                   " CASHIERS: " WS-CASHIER-COUNT
                   " OVER/SHORT: " WS-OUT-COUNT
                   " NO DECLARATION: " WS-NO-DECL-COUNT
                   " NOT ON ROSTER: " WS-OFF-ROSTER-COUNT.

           MOVE SPACES TO WS-RPT-TRAILER.
           STRING "CASHIERS OUT OF BALANCE: " WS-OUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TRAILER.
           MOVE 'T' TO WS-RPT-ACTION.
           MOVE WS-RPT-TRAILER TO WS-RPT-TEXT.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           MOVE 'C' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.
           IF WS-OUT-COUNT > 0 OR WS-OFF-ROSTER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * No roster on file leaves every cashier unnamed and flagged
      * rather than stopping the report.
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF FS-ROSTER NOT = "00"
               DISPLAY "CASHIER-RECON WARNING: NO STAFF ROSTER ON "
                       "FILE."
               GO TO END-LOAD-ROSTER
           END-IF.
           PERFORM UNTIL IS-ROSTER-EOF
               READ ROSTER-FILE
                   AT END
                       SET IS-ROSTER-EOF TO TRUE
                   NOT AT END
                       IF WS-RO-COUNT >= 2000
                           DISPLAY "CASHIER-RECON WARNING: ROSTER "
                                   "TABLE FULL, " RO-EMP-ID
                                   " DROPPED."
                       ELSE
                           ADD 1 TO WS-RO-COUNT
                           MOVE RO-EMP-ID TO
                                   WS-RO-EMP-ID(WS-RO-COUNT)
                           MOVE RO-EMP-NAME TO
                                   WS-RO-EMP-NAME(WS-RO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       END-LOAD-ROSTER.
           CONTINUE.

      * One sort record per posted line and per drawer declaration
      * of the day -- the sort brings each cashier's together.
       GATHER-CASHIER-ACTIVITY.
           OPEN INPUT HISTORY-FILE.
           IF FS-HISTORY = "00"
               PERFORM UNTIL IS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET IS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HIST-TRAN-DATE = WS-PROC-DATE
                               PERFORM RELEASE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "CASHIER-RECON WARNING: NO HISTORY FILE ON "
                       "DISK."
           END-IF.
           OPEN INPUT TENDER-FILE.
           IF FS-TENDER = "00"
               PERFORM UNTIL IS-TENDER-EOF
                   READ TENDER-FILE
                       AT END
                           SET IS-TENDER-EOF TO TRUE
                       NOT AT END
                           IF TT-TRAN-DATE = WS-PROC-DATE
                               PERFORM RELEASE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENDER-FILE
           ELSE
               DISPLAY "CASHIER-RECON WARNING: NO TENDER FILE ON "
                       "DISK."
           END-IF.

       RELEASE-HISTORY-LINE.
           MOVE HIST-STORE-CODE TO CS-STORE-CODE.
           MOVE HIST-OPERATOR-ID TO CS-OPERATOR-ID.
           MOVE HIST-TERMINAL-NO TO CS-TERMINAL-NO.
           MOVE 0 TO CS-SALES CS-RETURNS CS-VOIDS CS-DECLARED.
           MOVE 'N' TO CS-DECLARATION-FLAG.
           EVALUATE HIST-TRAN-TYPE
               WHEN 'S'
                   MOVE HIST-EXT-VALUE TO CS-SALES
               WHEN 'R'
                   MOVE HIST-EXT-VALUE TO CS-RETURNS
               WHEN 'V'
                   MOVE HIST-EXT-VALUE TO CS-VOIDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           RELEASE CASHIER-SORT-RECORD.

      * Declarations written before on-account tender carry no
      * account figure.
       RELEASE-DECLARATION.
           MOVE TT-STORE-CODE TO CS-STORE-CODE.
           MOVE TT-OPERATOR-ID TO CS-OPERATOR-ID.
           MOVE TT-TERMINAL-NO TO CS-TERMINAL-NO.
           MOVE 0 TO CS-SALES CS-RETURNS CS-VOIDS.
           COMPUTE CS-DECLARED = TT-CASH-TOTAL + TT-CARD-TOTAL
                   + TT-VOUCHER-TOTAL.
           IF TT-ACCOUNT-TOTAL IS NUMERIC
               ADD TT-ACCOUNT-TOTAL TO CS-DECLARED
           END-IF.
           MOVE 'Y' TO CS-DECLARATION-FLAG.
           RELEASE CASHIER-SORT-RECORD.

       PRINT-CASHIERS.
           PERFORM RETURN-NEXT-ACTIVITY.
           PERFORM UNTIL IS-SORT-EOF
               MOVE CS-STORE-CODE TO WS-BREAK-STORE
               MOVE 0 TO WS-ST-SALES WS-ST-RETURNS WS-ST-VOIDS
                         WS-ST-DECLARED WS-ST-OVER-SHORT
               PERFORM UNTIL IS-SORT-EOF
                       OR CS-STORE-CODE NOT = WS-BREAK-STORE
                   PERFORM TOTAL-ONE-CASHIER
               END-PERFORM
               PERFORM WRITE-STORE-TOTAL
           END-PERFORM.

       RETURN-NEXT-ACTIVITY.
           RETURN CASHIER-SORT-FILE
               AT END
                   SET IS-SORT-EOF TO TRUE
           END-RETURN.

       TOTAL-ONE-CASHIER.
           MOVE CS-OPERATOR-ID TO WS-BREAK-OPERATOR.
           MOVE SPACES TO WS-CT-TERMINAL.
           MOVE 0 TO WS-CT-SALES WS-CT-RETURNS WS-CT-VOIDS
                     WS-CT-DECLARED.
           MOVE 'N' TO WS-CT-DECLARED-FLAG.
           PERFORM UNTIL IS-SORT-EOF
                   OR CS-STORE-CODE NOT = WS-BREAK-STORE
                   OR CS-OPERATOR-ID NOT = WS-BREAK-OPERATOR
               ADD CS-SALES TO WS-CT-SALES
               ADD CS-RETURNS TO WS-CT-RETURNS
               ADD CS-VOIDS TO WS-CT-VOIDS
               ADD CS-DECLARED TO WS-CT-DECLARED
               IF CS-DECLARATION-FLAG = 'Y'
                   SET CASHIER-DECLARED TO TRUE
               END-IF
               IF WS-CT-TERMINAL = SPACES
                   MOVE CS-TERMINAL-NO TO WS-CT-TERMINAL
               END-IF
               PERFORM RETURN-NEXT-ACTIVITY
           END-PERFORM.
           COMPUTE WS-CT-OVER-SHORT = WS-CT-DECLARED
                   - (WS-CT-SALES - WS-CT-RETURNS - WS-CT-VOIDS).
           PERFORM WRITE-CASHIER-LINE.

       WRITE-CASHIER-LINE.
           ADD 1 TO WS-CASHIER-COUNT.
           MOVE SPACES TO CASHIER-DETAIL-LINE.
           MOVE WS-BREAK-STORE TO CDL-STORE-CODE.
           MOVE WS-BREAK-OPERATOR TO CDL-OPERATOR-ID.
           MOVE WS-CT-TERMINAL TO CDL-TERMINAL-NO.
           IF WS-BREAK-OPERATOR = SPACES
               MOVE "UNASSIGNED" TO CDL-NAME
           ELSE
               PERFORM FIND-ON-ROSTER
               IF ON-ROSTER
                   MOVE WS-RO-EMP-NAME(WS-RO-IDX) TO CDL-NAME
               ELSE
                   MOVE "*NOT ON ROSTER*" TO CDL-NAME
                   ADD 1 TO WS-OFF-ROSTER-COUNT
               END-IF
           END-IF.
           MOVE WS-CT-SALES TO CDL-SALES.
           MOVE WS-CT-RETURNS TO CDL-RETURNS.
           MOVE WS-CT-VOIDS TO CDL-VOIDS.
           MOVE WS-CT-DECLARED TO CDL-DECLARED.
           MOVE WS-CT-OVER-SHORT TO CDL-OVER-SHORT.
           IF NOT CASHIER-DECLARED AND WS-BREAK-OPERATOR NOT = SPACES
               MOVE "NO DECL" TO CDL-VERDICT
               ADD 1 TO WS-NO-DECL-COUNT
           ELSE IF WS-CT-OVER-SHORT < 0
               MOVE "SHORT" TO CDL-VERDICT
               ADD 1 TO WS-OUT-COUNT
           ELSE IF WS-CT-OVER-SHORT > 0
               MOVE "OVER" TO CDL-VERDICT
               ADD 1 TO WS-OUT-COUNT
           END-IF
           END-IF
           END-IF.
           MOVE CASHIER-DETAIL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-CT-SALES TO WS-ST-SALES.
           ADD WS-CT-RETURNS TO WS-ST-RETURNS.
           ADD WS-CT-VOIDS TO WS-ST-VOIDS.
           ADD WS-CT-DECLARED TO WS-ST-DECLARED.
           ADD WS-CT-OVER-SHORT TO WS-ST-OVER-SHORT.

       FIND-ON-ROSTER.
           MOVE 'N' TO WS-ROSTER-FLAG.
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-COUNT
               IF WS-RO-EMP-ID(WS-RO-IDX) = WS-BREAK-OPERATOR
                   SET ON-ROSTER TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-STORE-TOTAL.
           MOVE SPACES TO CTL-LABEL.
           STRING "STORE " WS-BREAK-STORE " TOTAL"
               DELIMITED BY SIZE INTO CTL-LABEL.
           MOVE WS-ST-SALES TO CTL-SALES.
           MOVE WS-ST-RETURNS TO CTL-RETURNS.
           MOVE WS-ST-VOIDS TO CTL-VOIDS.
           MOVE WS-ST-DECLARED TO CTL-DECLARED.
           MOVE WS-ST-OVER-SHORT TO CTL-OVER-SHORT.
           MOVE CASHIER-TOTAL-LINE TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-ST-SALES TO WS-TOT-SALES.
           ADD WS-ST-RETURNS TO WS-TOT-RETURNS.
           ADD WS-ST-VOIDS TO WS-TOT-VOIDS.
           ADD WS-ST-DECLARED TO WS-TOT-DECLARED.
           ADD WS-ST-OVER-SHORT TO WS-TOT-OVER-SHORT.

       WRITE-REPORT-LINE.
           MOVE 'D' TO WS-RPT-ACTION.
           CALL "RPT_WRITER" USING WS-RPT-ACTION, DSN-REPORT,
                   WS-RPT-TEXT.

       END PROGRAM CASHIER-RECON.
