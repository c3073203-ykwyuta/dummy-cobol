      * A monthly member carries the same record image as the flat
      * file, fielded through its own mirror below.
       FD  MONTHLY-HIST-FILE.
       01  MONTHLY-HIST-RECORD      PIC X(114).

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".
