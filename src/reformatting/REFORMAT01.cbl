      * usual "9999" footer, one "9998" line per type carries the
      * type's value and written count. A map with no 'T' card is
      * a single-shape map and behaves exactly as before.
      *
      * The same map deck, with the same card checks and field
      * validation, is served one record at a time by the callable
      * MAP_REFORMAT, so another program can convert an interface
      * layout in line by naming a map rather than by hand-coding
      * the moves. A change to the map format is made in both.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
