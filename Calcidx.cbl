       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  CALCIDX-FILE.
       01  CALCIDX-RECORD.
           05  CIX-CLE.
               10  CIX-TIMESTAMP PIC X(21).
               10  CIX-SEQUENCE PIC 9(6).
           05  CIX-LIGNE PIC X(146).

       WORKING-STORAGE SECTION.

