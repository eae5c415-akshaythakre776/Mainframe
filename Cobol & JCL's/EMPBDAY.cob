           03  FILLER               PIC X(22) VALUE
               'ANNIVERSARIES THIS MO:'.
           03  OUT-TOT-ANNIV        PIC ZZZZ9.
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
           DISPLAY 'BIRTHDAYS       : ', WS-TOT-BIRTHDAY
           DISPLAY 'ANNIVERSARIES   : ', WS-TOT-ANNIV
           CLOSE EMPLOYEE-FILE
                 REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPBDAY ' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-READ TO RL-RECS-READ
           MOVE WS-TOT-READ TO RL-RECS-WRITTEN
           MOVE ZERO TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
