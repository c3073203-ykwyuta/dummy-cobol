      *   col  11    'Y' may approve maintenance proposals
      *   col  12    'Y' may force a duplicate re-post
      *   col  13    'Y' may reopen a closed period
      *   col  14    'Y' may approve purchase orders
      *   col  15    'Y' may erase customer personal data
      *   col  16    'Y' may swap a rebuilt file in for the live one
      * The caller passes the operator and a function code ('C'
      * console, 'A' approve, 'F' force, 'R' reopen, 'P' purchase
      * order, 'E' erase, 'B' rebuild swap) and gets back 'Y' or
      * 'N'. A missing
      * authority file allows everything with a console warning --
      * the first run before the file lands must not lock the whole
      * shop out -- but once the file exists, an operator not on it
      * is denied everything.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  OP-APPROVE-FLAG      PIC X.
           05  OP-FORCE-FLAG        PIC X.
           05  OP-REOPEN-FLAG       PIC X.
           05  OP-PURCHASE-FLAG     PIC X.
           05  OP-ERASE-FLAG        PIC X.
           05  OP-REBUILD-FLAG      PIC X.

       WORKING-STORAGE SECTION.
       01  FS-OPERATOR              PIC X(2).
                   MOVE OP-FORCE-FLAG TO LK-ALLOWED
               WHEN 'R'
                   MOVE OP-REOPEN-FLAG TO LK-ALLOWED
               WHEN 'P'
                   MOVE OP-PURCHASE-FLAG TO LK-ALLOWED
               WHEN 'E'
                   MOVE OP-ERASE-FLAG TO LK-ALLOWED
               WHEN 'B'
                   MOVE OP-REBUILD-FLAG TO LK-ALLOWED
               WHEN OTHER
                   MOVE 'N' TO LK-ALLOWED
           END-EVALUATE.
