       FD  CALCLOG-FILE.
       01  CALCLOG-RECORD.
           05  CLR-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-TIMESTAMP PIC X(21).
           05  FILLER PIC X(125).

       FD  RESULTAT-FILE.
       01  RESULTAT-RECORD PIC X(146).

       WORKING-STORAGE SECTION.

