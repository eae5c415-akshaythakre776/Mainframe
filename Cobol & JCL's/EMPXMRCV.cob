       01  PARM-RECORD.
           03  PARM-FEED-ID        PIC X(08).
       FD  GLEXTR-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  GLEXTR-RECORD.
           03  GLX-MARKER          PIC X(06).
           03  GLX-FEED-ID         PIC X(08).
           03  GLX-RUN-DATE        PIC 9(08).
           03  GLX-GENERATION      PIC 9(06).
           03  FILLER              PIC X(35).
       FD  EMPDIR-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  EMPDIR-RECORD.
