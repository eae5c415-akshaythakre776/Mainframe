       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       COPY BUDGREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
