       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 135 CHARACTERS.
       01  AUDIT-RECORD.
           03  AUD-TRAN-CODE       PIC X(01).
           03  AUD-EMP-ID          PIC X(05).
           03  AUD-BA-FLAG         PIC X(01).
           03  FILLER              PIC X(128).
       FD  BACKUP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  BACKUP-RECORD.
