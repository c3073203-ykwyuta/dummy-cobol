      *       date and time, and print the first page heading
      *   'H' headings   - remember LK-TEXT as the column-heading
      *       line, reprinted at the top of every page
      *   'R' reheading  - replace the remembered column headings
      *       with LK-TEXT without printing them now, so the next
      *       page (a 'P' or a full-page break) starts under the new
      *       headings -- for reports whose columns change from page
      *       to page, such as SUMM01's cross-tab
      *   'D' detail     - print LK-TEXT, breaking to a new page
      *       (title, run stamp, page number, column headings) when
      *       the page is full
      *   'P' new page   - start a fresh page now, retitled with
      *       LK-TEXT when it is not spaces -- for reports that
      *       print one document per page, such as PO_PRINT's
      *       purchase orders
      *   'T' trailer    - print the end-of-report trailer with
      *       LK-TEXT as the totals line
      *   'C' close      - close the report
       LINKAGE SECTION.
       01  LK-ACTION                PIC X.
       01  LK-REPORT-DSN            PIC X(80).
      * The title on 'I' (and optionally 'P'), the column headings
      * on 'H' and 'R', the detail or totals line on 'D'/'T';
      * unused on 'C'.
       01  LK-TEXT                  PIC X(132).

       PROCEDURE DIVISION USING LK-ACTION, LK-REPORT-DSN, LK-TEXT.
                   PERFORM INITIALIZE-REPORT THRU END-INITIALIZE-REPORT
               WHEN 'H'
                   PERFORM SET-HEADINGS
               WHEN 'R'
                   MOVE LK-TEXT TO WS-HEADING
                   SET HEADING-IS-SET TO TRUE
               WHEN 'D'
                   PERFORM WRITE-DETAIL THRU END-WRITE-DETAIL
               WHEN 'P'
                   PERFORM FORCE-NEW-PAGE THRU END-FORCE-NEW-PAGE
               WHEN 'T'
                   PERFORM WRITE-TRAILER THRU END-WRITE-TRAILER
               WHEN 'C'
       END-WRITE-DETAIL.
           CONTINUE.

       FORCE-NEW-PAGE.
           IF NOT REPORT-IS-OPEN
               GO TO END-FORCE-NEW-PAGE
           END-IF.
           IF LK-TEXT NOT = SPACES
               MOVE LK-TEXT(1:60) TO WS-TITLE
           END-IF.
           PERFORM START-NEW-PAGE.
           IF HEADING-IS-SET
               WRITE REPORT-RECORD FROM WS-HEADING
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       END-FORCE-NEW-PAGE.
           CONTINUE.

       WRITE-TRAILER.
           IF NOT REPORT-IS-OPEN
               GO TO END-WRITE-TRAILER
