           COPY "HISTORYREC.CPY".

       FD  CONVERTED-FILE.
       01  CONVERTED-RECORD         PIC X(114).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".

       FD  LISTING-FILE.
       01  LISTING-RECORD.
           05  LS-ORIGINAL-RECORD   PIC X(114).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  LS-MESSAGE           PIC X(40).

