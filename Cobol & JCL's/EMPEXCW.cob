      *  PENDTRAN PATTERN).  THE MORNING AGING REPORT       *
      *  (EXCWRPT.DAT) LISTS EVERYTHING STILL OPEN BY       *
      *  SOURCE PROGRAM AND AGE BAND (0-1 / 2-5 / OVER 5    *
      *  DAYS, IN TRUE CALENDAR DAYS FROM DATECALC).        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-RES-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-RES-TABLE.
           03  RES-ENTRY           OCCURS 200 TIMES.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           OPEN OUTPUT NEW-REGISTER-FILE
               ADD 1 TO WS-TOT-RESOLVED
           END-IF.
       2300-AGE-ITEM-PARA.
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE EXR-DATE        TO DTQ-DATE-1
           MOVE WS-TODAY-NUM    TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
