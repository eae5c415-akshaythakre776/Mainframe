           RECORD CONTAINS 15 CHARACTERS.
       01  NAME-FILE-RECORD        PIC X(15).
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
