       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 135 CHARACTERS.
       01  AUDIT-RECORD.
           03  AUD-TRAN-CODE       PIC X(01).
           03  AUD-EMP-ID          PIC X(05).
           03  AUD-DATE            PIC 9(08).
           03  AUD-TIME            PIC 9(06).
           03  AUD-BATCH-ID        PIC X(08).
           03  AUD-TERM-REASON     PIC X(02).
       FD  AUDIT-HIST-FILE.
       COPY AUDHIST.
       WORKING-STORAGE SECTION.
