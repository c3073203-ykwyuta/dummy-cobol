      * A period that was reopened and re-closed carries two
      * snapshot generations on the file; the later one -- the
      * corrected close -- wins.
      *
      * The periods are whatever PERIOD_CLOSE closed them as: calendar
      * months, or 4-4-5 fiscal periods (YYYYPP) once the company
      * runs its close on the fiscal calendar. A from/to pair should
      * not straddle the changeover, where a fiscal period's digits
      * can match a calendar month closed before it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
