       FD  YTD-MASTER.
       COPY YTDREC.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 245 CHARACTERS.
       01  ARCHIVE-RECORD          PIC X(245).
       FD  ARCHIVE-CTL-FILE
           RECORD CONTAINS 31 CHARACTERS.
       COPY ARCCTL.
