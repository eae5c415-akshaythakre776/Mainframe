           RECORD CONTAINS 160 CHARACTERS.
       01  OUTPUT-RECORD           PIC X(160).
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
