       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-SURVEY.
       AUTHOR. Jules.
      *
      * Competitor price-survey intake. The buyers walk the
      * competitors' stores each week and note shelf prices;
      * COMP_SURVEY.DAT carries what they found, one line per
      * observation -- the competitor's code, our item code, the
      * price seen on the shelf, and the date it was seen. Each
      * observation is kept on COMP_PRICE.IDX (layout COMPREC.CPY)
      * under item, competitor and date, so the file is a dated
      * history and COMP_POSITION takes the latest price each
      * competitor was seen at.
      *
      * An observation is rejected when the competitor code is
      * blank, the item is not on the item master, the price is not
      * a positive number, or the survey date is not a valid date or
      * is after the business date. Rejects are copied with their
      * reason to COMP_SURVEY_REJ.LST and set RC 4. The same item,
      * competitor and date keyed twice keeps the later line, so a
      * corrected feed can simply be resent.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-FILE ASSIGN TO DSN-SURVEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVEY.
           SELECT COMP-PRICE-FILE ASSIGN TO DSN-COMP-PRICE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-KEY
               FILE STATUS IS FS-COMP-PRICE.
           SELECT ITEM-MASTER-FILE ASSIGN TO DSN-ITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS FS-ITEM.
           SELECT REJECT-FILE ASSIGN TO DSN-REJECT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT.

       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-FILE.
       01  SURVEY-RECORD.
           05  SV-COMPETITOR        PIC X(6).
           05  SV-ITEM-CODE         PIC X(8).
           05  SV-PRICE             PIC 9(7)V99.
           05  SV-SURVEY-DATE       PIC 9(8).

       FD  COMP-PRICE-FILE.
           COPY "COMPREC.CPY".

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(31).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-MESSAGE           PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  FS-SURVEY            PIC X(2).
           05  FS-COMP-PRICE        PIC X(2).
           05  FS-ITEM              PIC X(2).
           05  FS-REJECT            PIC X(2).

       01  DSN-FIELDS.
           05 DSN-SURVEY        PIC X(34)
              VALUE "data/master_update/COMP_SURVEY.DAT".
           05 DSN-COMP-PRICE    PIC X(33)
              VALUE "data/master_update/COMP_PRICE.IDX".
           05 DSN-ITEM          PIC X(34)
              VALUE "data/master_update/MASTER_ITEM.IDX".
           05 DSN-REJECT        PIC X(38)
              VALUE "data/master_update/COMP_SURVEY_REJ.LST".

       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  IS-EOF               VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PREV-BIZ-DATE         PIC 9(8).
       01  WS-BIZ-STATUS            PIC X(2).

       01  WS-CONTROL-COUNTS.
           05  WS-READ-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT       PIC 9(7) VALUE 0.
           05  WS-REPLACED-COUNT    PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BIZ_DATE" USING WS-RUN-DATE, WS-PREV-BIZ-DATE,
                   WS-BIZ-STATUS.
           OPEN INPUT SURVEY-FILE.
           IF FS-SURVEY NOT = "00"
               DISPLAY "COMP-SURVEY: NO SURVEY FEED ON FILE: "
                       FS-SURVEY
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF FS-ITEM NOT = "00"
               DISPLAY "COMP-SURVEY: CANNOT OPEN ITEM MASTER: "
                       FS-ITEM
               CLOSE SURVEY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-COMP-PRICE-FILE.
           IF FS-COMP-PRICE NOT = "00"
               DISPLAY "COMP-SURVEY: CANNOT OPEN COMPETITOR PRICE "
                       "FILE: " FS-COMP-PRICE
               CLOSE SURVEY-FILE ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.

           PERFORM UNTIL IS-EOF
               READ SURVEY-FILE
                   AT END
                       SET IS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-OBSERVATION
                           THRU END-PROCESS-OBSERVATION
               END-READ
           END-PERFORM.

           CLOSE SURVEY-FILE ITEM-MASTER-FILE COMP-PRICE-FILE
                 REJECT-FILE.
           DISPLAY "COMP-SURVEY TOTALS -- READ: " WS-READ-COUNT
                   " ADDED: " WS-ADDED-COUNT
                   " REPLACED: " WS-REPLACED-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Retained across runs: opened for update, created only when
      * it has never existed.
       OPEN-COMP-PRICE-FILE.
           OPEN I-O COMP-PRICE-FILE.
           IF FS-COMP-PRICE NOT = "00"
               OPEN OUTPUT COMP-PRICE-FILE
               CLOSE COMP-PRICE-FILE
               OPEN I-O COMP-PRICE-FILE
           END-IF.

      * One observation: the first failing check rejects it with
      * its own message.
       PROCESS-OBSERVATION.
           ADD 1 TO WS-READ-COUNT.
           IF SV-COMPETITOR = SPACES
               MOVE "Competitor code is blank." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.
           MOVE SV-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Item is not on the item master." TO
                           RJ-MESSAGE
                   PERFORM WRITE-TO-REJECT
                   GO TO END-PROCESS-OBSERVATION
           END-READ.
           IF SV-PRICE IS NOT NUMERIC
               MOVE "Observed price is not numeric." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.
           IF SV-PRICE = 0
               MOVE "Observed price is zero." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.
           IF SV-SURVEY-DATE IS NOT NUMERIC
               MOVE "Survey date is not a valid date." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(SV-SURVEY-DATE) NOT = 0
               MOVE "Survey date is not a valid date." TO RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.
           IF SV-SURVEY-DATE > WS-RUN-DATE
               MOVE "Survey date is after the business date." TO
                       RJ-MESSAGE
               PERFORM WRITE-TO-REJECT
               GO TO END-PROCESS-OBSERVATION
           END-IF.

           MOVE SV-ITEM-CODE TO CX-ITEM-CODE.
           MOVE SV-COMPETITOR TO CX-COMPETITOR.
           MOVE SV-SURVEY-DATE TO CX-SURVEY-DATE.
           READ COMP-PRICE-FILE
               INVALID KEY
                   MOVE SPACES TO CX-RECORD
                   MOVE SV-ITEM-CODE TO CX-ITEM-CODE
                   MOVE SV-COMPETITOR TO CX-COMPETITOR
                   MOVE SV-SURVEY-DATE TO CX-SURVEY-DATE
                   MOVE SV-PRICE TO CX-PRICE
                   MOVE WS-RUN-DATE TO CX-LOADED-DATE
                   WRITE CX-RECORD
                   ADD 1 TO WS-ADDED-COUNT
                   GO TO END-PROCESS-OBSERVATION
           END-READ.
           MOVE SV-PRICE TO CX-PRICE.
           MOVE WS-RUN-DATE TO CX-LOADED-DATE.
           REWRITE CX-RECORD.
           ADD 1 TO WS-REPLACED-COUNT.
       END-PROCESS-OBSERVATION.
           CONTINUE.

       WRITE-TO-REJECT.
           MOVE SURVEY-RECORD TO RJ-ORIGINAL-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       END PROGRAM COMP-SURVEY.
