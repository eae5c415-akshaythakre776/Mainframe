           RECORD CONTAINS 31 CHARACTERS.
       COPY ARCCTL.
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1	PIC X(02).
