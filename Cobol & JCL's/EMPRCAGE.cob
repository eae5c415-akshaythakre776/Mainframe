      *  REJECT DATE AND DAYS OUTSTANDING.  ANYTHING OPEN   *
      *  LONGER THAN THE AGING LIMIT (RECYAGE-DAYS FROM     *
      *  THE ENVIRONMENT, DEFAULT 3) IS FLAGGED SO PAYROLL  *
      *  CHASES IT.  DAYS OUTSTANDING ARE TRUE CALENDAR     *
      *  DAYS FROM THE SHARED DATECALC SUBPROGRAM.          *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  WS-REJ-YR           PIC 9(04).
           03  WS-REJ-MM           PIC 9(02).
           03  WS-REJ-DD           PIC 9(02).
       01  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
       COPY DATEREQ.
       01  WS-AGE-LIMIT            PIC 9(03) VALUE 3.
       01  WS-ENV-AGE              PIC X(03) VALUE SPACES.
       01  WS-TRAN-VIEW.
           IF WS-ENV-AGE NUMERIC AND WS-ENV-AGE NOT = SPACES
               MOVE WS-ENV-AGE TO WS-AGE-LIMIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1500-READ-RECYCLE-PARA.
       2100-AGE-RECORD-PARA.
           MOVE RCY-REJ-DATE TO WS-REJ-DATE
           MOVE 'DB'            TO DTQ-FUNCTION
           MOVE WS-REJ-DATE     TO DTQ-DATE-1
           MOVE WS-TODAY        TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DAYS TO WS-DAYS-OUT
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.
