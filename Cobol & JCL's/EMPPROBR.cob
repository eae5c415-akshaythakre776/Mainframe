           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-DUE-LIMIT            PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
       01  WS-EMP-NAME             PIC X(15) VALUE SPACES.
       01  WS-HIRE-DATE            PIC 9(08) VALUE ZERO.
       01  WS-TOT-READ             PIC 9(05) VALUE ZERO.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
      *    'DUE' HORIZON: TODAY PLUS 30 CALENDAR DAYS.
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM    TO DTQ-DATE-1
           MOVE 30              TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-DUE-LIMIT
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
