           05  ARC-REC-COUNT        PIC 9(5).

       FD  RETAINED-FILE.
       01  RETAINED-RECORD          PIC X(114).

       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD            PIC 9(8).
