      * the flag threshold as a whole-number percent (zero keeps the
      * default of 20) -- the same missing-file-defaults idiom the
      * rest of the suite uses.
      *
      * A line for a store price zone's own price carries the zone
      * code at the end, so it is not taken for a master price move.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PA-OLD-CURRENCY      PIC X(3).
           05  FILLER               PIC X.
           05  PA-NEW-CURRENCY      PIC X(3).
           05  FILLER               PIC X.
           05  PA-ZONE-CODE         PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(110).
           05  HL-CHANGE-PCT        PIC -(3)9.99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HL-FLAG              PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  HL-ZONE-NOTE.
               10  HL-ZONE-TAG      PIC X(5).
               10  HL-ZONE-CODE     PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE PA-NEW-PRICE TO HL-NEW-PRICE.
           MOVE PA-OLD-COST TO HL-OLD-COST.
           MOVE PA-NEW-COST TO HL-NEW-COST.
           MOVE SPACES TO HL-ZONE-NOTE.
           IF PA-ZONE-CODE NOT = SPACES
               MOVE "ZONE " TO HL-ZONE-TAG
               MOVE PA-ZONE-CODE TO HL-ZONE-CODE
           END-IF.

      * Percent movement of the selling price; a change from a zero
      * old price cannot be stated as a percentage, so it is always
