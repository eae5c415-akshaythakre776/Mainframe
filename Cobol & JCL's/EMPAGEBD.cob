       01  WS-EDIT-COUNT            PIC ZZZZ9.
       01  HEADING-LINE3            PIC X(80) VALUE
           'HEADCOUNT BY TECHNOLOGY AND AGE BAND'.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           DISPLAY 'RECORDS INCLUDED: ', WS-TOT-INCLUDED
           DISPLAY 'RECORDS DROPPED - TABLE FULL: ', WS-TOT-DROPPED
           CLOSE EMPLOYEE-FILE
                 REPORT-FILE
           PERFORM 9900-WRITE-RUNLOG-PARA.
       9900-WRITE-RUNLOG-PARA.
           MOVE 'EMPAGEBD' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-READ TO RL-RECS-READ
           MOVE WS-TOT-INCLUDED TO RL-RECS-WRITTEN
           MOVE WS-TOT-DROPPED TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
       9100-PRINT-LOC-ROW-PARA.
           MOVE SPACES TO MATRIX-DETAIL-LINE
           MOVE TBL-LOC(LOC-IDX) TO MTX-KEY
