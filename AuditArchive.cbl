
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD         PIC X(68).

       FD  KEEP-FILE
           RECORDING MODE IS F.
       01  KEEP-RECORD            PIC X(68).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
