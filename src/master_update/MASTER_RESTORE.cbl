      * Flat generation image, the record GEN_BACKUP writes -- the
      * same raw IM-RECORD bytes.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(104).

       FD  ITEM-MASTER-FILE.
           COPY "ITEMREC.CPY".
