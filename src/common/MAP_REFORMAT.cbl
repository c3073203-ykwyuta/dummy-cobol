       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAP_REFORMAT.
       AUTHOR. Jules.
      *
      * Shared record converter, called the way PARM_READER and
      * RPT_WRITER are. It applies a REFORMAT01-style mapping
      * definition to one record at a time, so a program that needs
      * a feed in a slightly different layout names a map instead of
      * carrying its own hand-written field moves:
      *
      *   CALL "MAP_REFORMAT" USING map-dsn input-record
      *           output-record status message
      *
      * The map is the same card deck REFORMAT01.MAP uses -- the
      * layout header card ('F' fixed or 'C' comma-separated, input
      * then output), one card per input field (position, length,
      * type 'N'/'A', required 'Y', output order, 0 drops it), and
      * optional 'T' cards introducing several record shapes told
      * apart by a discriminator. It is read on the first call and
      * held; a call naming a different map loads that one instead.
      *
      * The map's field validation is applied on every record. The
      * status comes back as:
      *   "00" converted -- the output record is filled
      *   "10" a field failed validation (blank required field or
      *        non-numeric 'N' field); the message names it
      *   "20" the record matches none of the map's record types
      *   "90" the map is missing or holds no usable field card
      * On anything but "00" the output record is spaces and the
      * message carries the same wording REFORMAT01 puts on its
      * reject lines, ready for the caller's own reject file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN DYNAMIC WS-LOADED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAP.

       DATA DIVISION.
       FILE SECTION.
      * First card: input and output layout letters. Field cards:
      * position (fixed input only), length, type, required flag,
      * output order. Type cards: 'T', discriminator position,
      * length and value.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MD-POSITION      PIC 9(3).
           05  MD-LENGTH        PIC 9(2).
           05  MD-TYPE          PIC X.
           05  MD-REQUIRED      PIC X.
           05  MD-OUT-ORDER     PIC 9(2).
       01  MAP-HEADER-RECORD.
           05  MH-IN-FORMAT     PIC X.
           05  MH-OUT-FORMAT    PIC X.
       01  MAP-TYPE-RECORD.
           05  MT-MARKER        PIC X.
           05  MT-DISC-POS      PIC 9(3).
           05  MT-DISC-LEN      PIC 9(2).
           05  MT-DISC-VALUE    PIC X(10).

       WORKING-STORAGE SECTION.
       01  FS-MAP                   PIC X(2).
       01  WS-LOADED-DSN            PIC X(80) VALUE SPACES.

      * The map held between calls, in the same shape REFORMAT01
      * loads it.
       01  WS-MAP-LOADED-FLAG       PIC X VALUE 'N'.
           88  MAP-IS-LOADED        VALUE 'Y'.
       01  WS-MAP-EOF-FLAG          PIC X.
           88  IS-MAP-EOF           VALUE 'Y'.
       01  WS-MAP-IN-FORMAT         PIC X VALUE 'F'.
       01  WS-MAP-OUT-FORMAT        PIC X VALUE 'F'.
       01  WS-MAP-HEADER-SEEN       PIC X.
       01  WS-FIELD-MAP.
           05  WS-FM-COUNT          PIC 9(2) VALUE 0.
           05  WS-FM-ENTRIES OCCURS 20 TIMES.
               10  WS-FM-POSITION   PIC 9(3).
               10  WS-FM-LENGTH     PIC 9(2).
               10  WS-FM-TYPE       PIC X.
               10  WS-FM-REQUIRED   PIC X.
               10  WS-FM-OUT-ORDER  PIC 9(2).
               10  WS-FM-VALUE      PIC X(30).
       01  WS-FM-SCAN               PIC 9(2).
       01  WS-FM-OUT-SEQ            PIC 9(2).

       01  WS-TYPE-TABLE.
           05  WS-TY-COUNT          PIC 9(2) VALUE 0.
           05  WS-TY-ENTRIES OCCURS 10 TIMES.
               10  WS-TY-DISC-POS   PIC 9(3).
               10  WS-TY-DISC-LEN   PIC 9(2).
               10  WS-TY-DISC-VALUE PIC X(10).
               10  WS-TY-FIRST      PIC 9(2).
               10  WS-TY-FIELDS     PIC 9(2).
       01  WS-TY-SCAN               PIC 9(2).
       01  WS-TY-MATCH              PIC 9(2).
       01  WS-USE-FIRST             PIC 9(2).
       01  WS-USE-LAST              PIC 9(2).
       01  WS-REL-FIELD             PIC 9(2).

       01  WS-FIELD-BAD-FLAG        PIC X.
       01  WS-CHAR-POS              PIC 9(2).
       01  WS-NONBLANK-FLAG         PIC X.
       01  WS-OUT-POINTER           PIC 9(3).
       01  WS-MAP-OUT-LINE          PIC X(80).

      * CSV input lands here field by field before validation.
       01  WS-CSV-SLOTS.
           05  WS-CSV-SLOT OCCURS 20 TIMES PIC X(30).

       LINKAGE SECTION.
       01  LK-MAP-DSN               PIC X(80).
       01  LK-IN-RECORD             PIC X(80).
       01  LK-OUT-RECORD            PIC X(80).
       01  LK-STATUS                PIC X(2).
       01  LK-MESSAGE               PIC X(40).

       PROCEDURE DIVISION USING LK-MAP-DSN, LK-IN-RECORD,
               LK-OUT-RECORD, LK-STATUS, LK-MESSAGE.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-OUT-RECORD.
           MOVE SPACES TO LK-MESSAGE.
           MOVE "00" TO LK-STATUS.
           IF LK-MAP-DSN NOT = WS-LOADED-DSN
               PERFORM LOAD-FIELD-MAP THRU END-LOAD-FIELD-MAP
           END-IF.
           IF NOT MAP-IS-LOADED
               MOVE "90" TO LK-STATUS
               MOVE "Map missing or holds no field cards." TO
                       LK-MESSAGE
               GOBACK
           END-IF.
           PERFORM CONVERT-RECORD THRU END-CONVERT-RECORD.
           GOBACK.

      * A fresh load forgets the previous map entirely, so one run
      * can convert several interfaces by naming each map in turn.
       LOAD-FIELD-MAP.
           MOVE LK-MAP-DSN TO WS-LOADED-DSN.
           MOVE 'N' TO WS-MAP-LOADED-FLAG.
           MOVE 'N' TO WS-MAP-EOF-FLAG.
           MOVE 'N' TO WS-MAP-HEADER-SEEN.
           MOVE 'F' TO WS-MAP-IN-FORMAT.
           MOVE 'F' TO WS-MAP-OUT-FORMAT.
           MOVE 0 TO WS-FM-COUNT.
           MOVE 0 TO WS-TY-COUNT.
           OPEN INPUT MAP-FILE.
           IF FS-MAP NOT = "00"
               DISPLAY "MAP_REFORMAT: CANNOT OPEN MAP: " FS-MAP
               GO TO END-LOAD-FIELD-MAP
           END-IF.
           PERFORM UNTIL IS-MAP-EOF
               READ MAP-FILE
                   AT END
                       SET IS-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-MAP-CARD THRU END-TAKE-MAP-CARD
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           IF WS-FM-COUNT > 0
               SET MAP-IS-LOADED TO TRUE
           END-IF.
       END-LOAD-FIELD-MAP.
           CONTINUE.

      * The card checks are REFORMAT01's own: a card it would ignore
      * is ignored here with the same warning.
       TAKE-MAP-CARD.
           IF WS-MAP-HEADER-SEEN = 'N'
               MOVE 'Y' TO WS-MAP-HEADER-SEEN
               IF MH-IN-FORMAT = 'C' OR MH-IN-FORMAT = 'F'
                   MOVE MH-IN-FORMAT TO WS-MAP-IN-FORMAT
               END-IF
               IF MH-OUT-FORMAT = 'C' OR MH-OUT-FORMAT = 'F'
                   MOVE MH-OUT-FORMAT TO WS-MAP-OUT-FORMAT
               END-IF
               GO TO END-TAKE-MAP-CARD
           END-IF.
           IF MT-MARKER = 'T'
               PERFORM TAKE-TYPE-CARD
               GO TO END-TAKE-MAP-CARD
           END-IF.
           IF WS-FM-COUNT >= 20
               DISPLAY "MAP_REFORMAT WARNING: MAP HOLDS MORE THAN 20 "
                       "FIELDS, EXTRAS IGNORED."
               GO TO END-TAKE-MAP-CARD
           END-IF.
           IF MD-LENGTH IS NOT NUMERIC OR MD-LENGTH = 0
                   OR MD-LENGTH > 30
               DISPLAY "MAP_REFORMAT WARNING: MAP CARD WITH BAD "
                       "LENGTH IGNORED."
               GO TO END-TAKE-MAP-CARD
           END-IF.
           IF WS-MAP-IN-FORMAT NOT = 'C'
               IF MD-POSITION IS NOT NUMERIC OR MD-POSITION = 0
                       OR MD-POSITION + MD-LENGTH > 81
                   DISPLAY "MAP_REFORMAT WARNING: MAP CARD WITH BAD "
                           "POSITION IGNORED."
                   GO TO END-TAKE-MAP-CARD
               END-IF
           END-IF.
           ADD 1 TO WS-FM-COUNT.
           MOVE MD-POSITION TO WS-FM-POSITION(WS-FM-COUNT).
           MOVE MD-LENGTH TO WS-FM-LENGTH(WS-FM-COUNT).
           MOVE MD-TYPE TO WS-FM-TYPE(WS-FM-COUNT).
           MOVE MD-REQUIRED TO WS-FM-REQUIRED(WS-FM-COUNT).
           MOVE MD-OUT-ORDER TO WS-FM-OUT-ORDER(WS-FM-COUNT).
           IF WS-TY-COUNT > 0
               ADD 1 TO WS-TY-FIELDS(WS-TY-COUNT)
           END-IF.
       END-TAKE-MAP-CARD.
           CONTINUE.

       TAKE-TYPE-CARD.
           IF WS-TY-COUNT >= 10
               DISPLAY "MAP_REFORMAT WARNING: MAP DECLARES MORE THAN "
                       "10 RECORD TYPES, EXTRAS IGNORED."
           ELSE
               IF MT-DISC-POS IS NOT NUMERIC OR MT-DISC-POS = 0
                       OR MT-DISC-LEN IS NOT NUMERIC
                       OR MT-DISC-LEN = 0 OR MT-DISC-LEN > 10
                       OR MT-DISC-POS + MT-DISC-LEN > 81
                   DISPLAY "MAP_REFORMAT WARNING: TYPE CARD WITH BAD "
                           "DISCRIMINATOR IGNORED."
               ELSE
                   ADD 1 TO WS-TY-COUNT
                   MOVE MT-DISC-POS TO WS-TY-DISC-POS(WS-TY-COUNT)
                   MOVE MT-DISC-LEN TO WS-TY-DISC-LEN(WS-TY-COUNT)
                   MOVE MT-DISC-VALUE TO
                           WS-TY-DISC-VALUE(WS-TY-COUNT)
                   COMPUTE WS-TY-FIRST(WS-TY-COUNT) = WS-FM-COUNT + 1
                   MOVE 0 TO WS-TY-FIELDS(WS-TY-COUNT)
               END-IF
           END-IF.

      * One record through the map: pick its type, extract, check
      * each field in input order -- the first failure is the one
      * reported -- and build the output line.
       CONVERT-RECORD.
           PERFORM SELECT-RECORD-TYPE.
           IF WS-TY-COUNT > 0 AND WS-TY-MATCH = 0
               MOVE "20" TO LK-STATUS
               MOVE "Reject: record type unknown to map." TO
                       LK-MESSAGE
               GO TO END-CONVERT-RECORD
           END-IF.
           PERFORM EXTRACT-MAPPED-FIELDS.
           PERFORM VALIDATE-ONE-FIELD
                   VARYING WS-FM-SCAN FROM WS-USE-FIRST BY 1
                   UNTIL WS-FM-SCAN > WS-USE-LAST
                   OR LK-STATUS NOT = "00".
           IF LK-STATUS NOT = "00"
               GO TO END-CONVERT-RECORD
           END-IF.
           PERFORM BUILD-MAPPED-OUTPUT.
           MOVE WS-MAP-OUT-LINE TO LK-OUT-RECORD.
       END-CONVERT-RECORD.
           CONTINUE.

       SELECT-RECORD-TYPE.
           MOVE 0 TO WS-TY-MATCH.
           IF WS-TY-COUNT = 0
               MOVE 1 TO WS-USE-FIRST
               MOVE WS-FM-COUNT TO WS-USE-LAST
           ELSE
               PERFORM VARYING WS-TY-SCAN FROM 1 BY 1
                       UNTIL WS-TY-SCAN > WS-TY-COUNT
                   IF LK-IN-RECORD(WS-TY-DISC-POS(WS-TY-SCAN):
                           WS-TY-DISC-LEN(WS-TY-SCAN)) =
                           WS-TY-DISC-VALUE(WS-TY-SCAN)
                           (1:WS-TY-DISC-LEN(WS-TY-SCAN))
                       MOVE WS-TY-SCAN TO WS-TY-MATCH
                       MOVE WS-TY-FIRST(WS-TY-SCAN) TO WS-USE-FIRST
                       COMPUTE WS-USE-LAST =
                               WS-TY-FIRST(WS-TY-SCAN)
                               + WS-TY-FIELDS(WS-TY-SCAN) - 1
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       EXTRACT-MAPPED-FIELDS.
           IF WS-MAP-IN-FORMAT = 'C'
               MOVE SPACES TO WS-CSV-SLOTS
               UNSTRING LK-IN-RECORD DELIMITED BY ","
                   INTO WS-CSV-SLOT(1) WS-CSV-SLOT(2)
                        WS-CSV-SLOT(3) WS-CSV-SLOT(4)
                        WS-CSV-SLOT(5) WS-CSV-SLOT(6)
                        WS-CSV-SLOT(7) WS-CSV-SLOT(8)
                        WS-CSV-SLOT(9) WS-CSV-SLOT(10)
                        WS-CSV-SLOT(11) WS-CSV-SLOT(12)
                        WS-CSV-SLOT(13) WS-CSV-SLOT(14)
                        WS-CSV-SLOT(15) WS-CSV-SLOT(16)
                        WS-CSV-SLOT(17) WS-CSV-SLOT(18)
                        WS-CSV-SLOT(19) WS-CSV-SLOT(20)
           END-IF.
           PERFORM VARYING WS-FM-SCAN FROM WS-USE-FIRST BY 1
                   UNTIL WS-FM-SCAN > WS-USE-LAST
               MOVE SPACES TO WS-FM-VALUE(WS-FM-SCAN)
               IF WS-MAP-IN-FORMAT = 'C'
                   COMPUTE WS-REL-FIELD =
                           WS-FM-SCAN - WS-USE-FIRST + 1
                   MOVE WS-CSV-SLOT(WS-REL-FIELD)
                           (1:WS-FM-LENGTH(WS-FM-SCAN))
                           TO WS-FM-VALUE(WS-FM-SCAN)
               ELSE
                   MOVE LK-IN-RECORD(WS-FM-POSITION(WS-FM-SCAN)
                           :WS-FM-LENGTH(WS-FM-SCAN))
                           TO WS-FM-VALUE(WS-FM-SCAN)
               END-IF
           END-PERFORM.

       VALIDATE-ONE-FIELD.
           MOVE 'N' TO WS-FIELD-BAD-FLAG.
           IF WS-FM-REQUIRED(WS-FM-SCAN) = 'Y'
                   AND WS-FM-VALUE(WS-FM-SCAN) = SPACES
               MOVE 'Y' TO WS-FIELD-BAD-FLAG
               STRING "Reject: field " WS-FM-SCAN " is blank."
                   DELIMITED BY SIZE INTO LK-MESSAGE
           END-IF.
           IF WS-FIELD-BAD-FLAG = 'N'
                   AND WS-FM-TYPE(WS-FM-SCAN) = 'N'
               PERFORM CHECK-FIELD-NUMERIC
               IF WS-FIELD-BAD-FLAG = 'Y'
                   STRING "Reject: field " WS-FM-SCAN
                          " is not numeric."
                       DELIMITED BY SIZE INTO LK-MESSAGE
               END-IF
           END-IF.
           IF WS-FIELD-BAD-FLAG = 'Y'
               MOVE "10" TO LK-STATUS
           END-IF.

      * Digits only over the field's declared length -- trailing
      * spaces in a CSV field are tolerated, embedded ones are not.
       CHECK-FIELD-NUMERIC.
           MOVE 'N' TO WS-NONBLANK-FLAG.
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-FM-LENGTH(WS-FM-SCAN)
               EVALUATE TRUE
                   WHEN WS-FM-VALUE(WS-FM-SCAN)(WS-CHAR-POS:1)
                           IS NUMERIC
                       IF WS-NONBLANK-FLAG = 'T'
                           MOVE 'Y' TO WS-FIELD-BAD-FLAG
                       ELSE
                           MOVE 'Y' TO WS-NONBLANK-FLAG
                       END-IF
                   WHEN WS-FM-VALUE(WS-FM-SCAN)(WS-CHAR-POS:1)
                           = SPACE
                       IF WS-NONBLANK-FLAG = 'Y'
                           MOVE 'T' TO WS-NONBLANK-FLAG
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-FIELD-BAD-FLAG
               END-EVALUATE
           END-PERFORM.
           IF WS-NONBLANK-FLAG = 'N'
               MOVE 'Y' TO WS-FIELD-BAD-FLAG
           END-IF.

      * Output fields are placed in their declared output order --
      * fixed layouts butt each field's declared length together,
      * CSV layouts join them with commas. Order zero drops a field.
       BUILD-MAPPED-OUTPUT.
           MOVE SPACES TO WS-MAP-OUT-LINE.
           MOVE 1 TO WS-OUT-POINTER.
           PERFORM VARYING WS-FM-OUT-SEQ FROM 1 BY 1
                   UNTIL WS-FM-OUT-SEQ > WS-FM-COUNT
               PERFORM VARYING WS-FM-SCAN FROM WS-USE-FIRST BY 1
                       UNTIL WS-FM-SCAN > WS-USE-LAST
                   IF WS-FM-OUT-ORDER(WS-FM-SCAN) = WS-FM-OUT-SEQ
                       PERFORM PLACE-ONE-OUT-FIELD
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-MAP-OUT-FORMAT = 'C' AND WS-OUT-POINTER > 1
               MOVE SPACE TO
                       WS-MAP-OUT-LINE(WS-OUT-POINTER - 1:1)
           END-IF.

       PLACE-ONE-OUT-FIELD.
           IF WS-MAP-OUT-FORMAT = 'C'
               STRING WS-FM-VALUE(WS-FM-SCAN)
                       (1:WS-FM-LENGTH(WS-FM-SCAN)) ","
                   DELIMITED BY SIZE INTO WS-MAP-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
           ELSE
               STRING WS-FM-VALUE(WS-FM-SCAN)
                       (1:WS-FM-LENGTH(WS-FM-SCAN))
                   DELIMITED BY SIZE INTO WS-MAP-OUT-LINE
                   WITH POINTER WS-OUT-POINTER
           END-IF.

       END PROGRAM MAP_REFORMAT.
