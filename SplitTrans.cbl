
       FD  STREAM1-FILE
           RECORDING MODE IS F.
       01  STREAM1-RECORD         PIC X(141).

       FD  STREAM2-FILE
           RECORDING MODE IS F.
       01  STREAM2-RECORD         PIC X(141).

       FD  STREAM3-FILE
           RECORDING MODE IS F.
       01  STREAM3-RECORD         PIC X(141).

       FD  STREAM4-FILE
           RECORDING MODE IS F.
       01  STREAM4-RECORD         PIC X(141).

       WORKING-STORAGE SECTION.

