      * operator of exactly that. The control file is rewritten in
      * place: a reopen exists to take effect NOW, and the file is
      * a handful of lines the operator is standing over.
      *
      * The period named is taken on the company's period basis
      * (the shared FISCAL_PERIOD resolver) -- only the control line
      * of that basis comes out; a calendar month closed before the
      * company moved to fiscal periods is left alone, and every
      * line goes back with the basis it was closed under.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PERIOD-CTRL-RECORD.
           05  PC-PERIOD            PIC 9(6).
           05  PC-CLOSED-DATE       PIC 9(8).
           05  PC-BASIS             PIC X.

       FD  REOPEN-LOG-FILE.
       01  REOPEN-LOG-RECORD.
       01  WS-REASON                PIC X(40).
       01  WS-OPER-FUNCTION         PIC X.
       01  WS-OPER-ALLOWED          PIC X.
       01  WS-FP-FUNCTION           PIC X VALUE 'P'.
       01  WS-FP-BASIS              PIC X VALUE SPACE.
       01  WS-FP-DATE               PIC 9(8) VALUE 0.
       01  WS-FP-WEEK               PIC 9(2).
       01  WS-FP-START              PIC 9(8).
       01  WS-FP-END                PIC 9(8).
       01  WS-FP-STATUS             PIC X(2).
       01  WS-CTRL-BASIS            PIC X.

       01  WS-CTRL-EOF-FLAG         PIC X VALUE 'N'.
           88  IS-CTRL-EOF          VALUE 'Y'.
           05  WS-CT-ENTRIES OCCURS 200 TIMES.
               10  WS-CT-PERIOD     PIC 9(6).
               10  WS-CT-CLOSED     PIC 9(8).
               10  WS-CT-BASIS      PIC X.
       01  WS-CT-IDX                PIC 9(3).

       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

           CALL "FISCAL_PERIOD" USING WS-FP-FUNCTION, WS-FP-BASIS,
                   WS-FP-DATE, WS-REOPEN-PERIOD, WS-FP-WEEK,
                   WS-FP-START, WS-FP-END, WS-FP-STATUS.

           PERFORM LOAD-CONTROL-FILE THRU END-LOAD-CONTROL.
           IF NOT PERIOD-WAS-CLOSED
               DISPLAY "PERIOD-REOPEN: PERIOD " WS-REOPEN-PERIOD
                   AT END
                       SET IS-CTRL-EOF TO TRUE
                   NOT AT END
                       MOVE PC-BASIS TO WS-CTRL-BASIS
                       IF WS-CTRL-BASIS = SPACE
                           MOVE 'C' TO WS-CTRL-BASIS
                       END-IF
                       IF PC-PERIOD = WS-REOPEN-PERIOD
                               AND WS-CTRL-BASIS = WS-FP-BASIS
                           SET PERIOD-WAS-CLOSED TO TRUE
                       ELSE
                           IF WS-CT-COUNT < 200
                                       WS-CT-PERIOD(WS-CT-COUNT)
                               MOVE PC-CLOSED-DATE TO
                                       WS-CT-CLOSED(WS-CT-COUNT)
                               MOVE PC-BASIS TO
                                       WS-CT-BASIS(WS-CT-COUNT)
                           END-IF
                       END-IF
               END-READ
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-PERIOD(WS-CT-IDX) TO PC-PERIOD
               MOVE WS-CT-CLOSED(WS-CT-IDX) TO PC-CLOSED-DATE
               MOVE WS-CT-BASIS(WS-CT-IDX) TO PC-BASIS
               WRITE PERIOD-CTRL-RECORD
           END-PERFORM.
           CLOSE PERIOD-CTRL-FILE.
