           COPY "ITEMREC.CPY".

       FD  BAK1-FILE.
       01  BAK1-RECORD              PIC X(104).

       FD  BAK2-FILE.
       01  BAK2-RECORD              PIC X(104).

       FD  BAK3-FILE.
       01  BAK3-RECORD              PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
