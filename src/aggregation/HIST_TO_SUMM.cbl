
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(114).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RJ-MESSAGE           PIC X(40).

