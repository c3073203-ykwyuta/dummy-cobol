       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX_LOOKUP.
       AUTHOR. Jules.
      *
      * Shared sales-tax rate resolver, in the spirit of
      * FISCAL_PERIOD. The rate on a sale depends on the store's tax
      * region and the item's tax class; TAX_RATE.DAT (maintained by
      * TAX_MAINT) holds a dated rate per region and class, and the
      * rate in force on LK-DATE is the one with the latest
      * effective date on or before it. A rate change is simply a
      * new dated line on the file -- nothing on the item master
      * has to move on the day.
      *
      * LK-STATUS:
      *   "00" rate found, in LK-TAX-RATE (zero is a real rate here)
      *   "10" no rate on file for the region and class on that
      *        date -- the caller must not charge zero in its place
      *   "20" no tax rate file on file at all
      * The rate file is loaded once per run unit.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO
                   "data/master_update/TAX_RATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAX-RATE.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-FILE.
           COPY "TAXREC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-TAX-RATE              PIC X(2).

       01  WS-LOADED-FLAG           PIC X VALUE 'N'.
           88  RATES-LOADED         VALUE 'Y'.
       01  WS-RATES-ON-FILE         PIC X VALUE 'N'.
       01  WS-TAX-EOF-FLAG          PIC X VALUE 'N'.
           88  IS-TAX-EOF           VALUE 'Y'.

      * Every dated rate on file: a few dozen regions times a handful
      * of classes times a run of rate changes.
       01  WS-TAX-TABLE.
           05  WS-TX-COUNT          PIC 9(4) VALUE 0.
           05  WS-TX-ENTRIES OCCURS 2000 TIMES.
               10  WS-TX-REGION     PIC X(4).
               10  WS-TX-CLASS      PIC X(2).
               10  WS-TX-RATE       PIC 9(2)V99.
               10  WS-TX-DATE       PIC 9(8).
       01  WS-TX-IDX                PIC 9(4).
       01  WS-TX-HIT                PIC 9(4).

       LINKAGE SECTION.
       01  LK-TAX-REGION            PIC X(4).
       01  LK-TAX-CLASS             PIC X(2).
       01  LK-DATE                  PIC 9(8).
       01  LK-TAX-RATE              PIC 9(2)V99.
       01  LK-STATUS                PIC X(2).

       PROCEDURE DIVISION USING LK-TAX-REGION, LK-TAX-CLASS, LK-DATE,
               LK-TAX-RATE, LK-STATUS.
       MAIN-PROCEDURE.
           IF NOT RATES-LOADED
               PERFORM LOAD-TAX-RATES THRU END-LOAD-TAX-RATES
               SET RATES-LOADED TO TRUE
           END-IF.
           MOVE 0 TO LK-TAX-RATE.
           IF WS-RATES-ON-FILE NOT = 'Y'
               MOVE "20" TO LK-STATUS
               GOBACK
           END-IF.

      * The file is in no particular order, so every entry for the
      * region and class is looked at and the latest one in force
      * on the date wins.
           MOVE 0 TO WS-TX-HIT.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-REGION(WS-TX-IDX) = LK-TAX-REGION
                       AND WS-TX-CLASS(WS-TX-IDX) = LK-TAX-CLASS
                       AND WS-TX-DATE(WS-TX-IDX) NOT > LK-DATE
                   IF WS-TX-HIT = 0
                       MOVE WS-TX-IDX TO WS-TX-HIT
                   ELSE
                       IF WS-TX-DATE(WS-TX-IDX)
                               > WS-TX-DATE(WS-TX-HIT)
                           MOVE WS-TX-IDX TO WS-TX-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TX-HIT = 0
               MOVE "10" TO LK-STATUS
           ELSE
               MOVE WS-TX-RATE(WS-TX-HIT) TO LK-TAX-RATE
               MOVE "00" TO LK-STATUS
           END-IF.
           GOBACK.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF FS-TAX-RATE NOT = "00"
               GO TO END-LOAD-TAX-RATES
           END-IF.
           MOVE 'Y' TO WS-RATES-ON-FILE.
           PERFORM UNTIL IS-TAX-EOF
               READ TAX-RATE-FILE
                   AT END
                       SET IS-TAX-EOF TO TRUE
                   NOT AT END
                       IF WS-TX-COUNT < 2000
                           ADD 1 TO WS-TX-COUNT
                           MOVE TX-TAX-REGION TO
                                   WS-TX-REGION(WS-TX-COUNT)
                           MOVE TX-TAX-CLASS TO
                                   WS-TX-CLASS(WS-TX-COUNT)
                           MOVE TX-TAX-RATE TO
                                   WS-TX-RATE(WS-TX-COUNT)
                           MOVE TX-EFFECTIVE-DATE TO
                                   WS-TX-DATE(WS-TX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
       END-LOAD-TAX-RATES.
           CONTINUE.

       END PROGRAM TAX_LOOKUP.
