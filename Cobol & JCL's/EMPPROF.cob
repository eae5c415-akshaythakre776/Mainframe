           RECORD CONTAINS 54 CHARACTERS.
       COPY BNKREC.
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
