           03  WS-LOCK-RESULT      PIC X(01) VALUE SPACE.
               88  MASTER-LOCK-GRANTED         VALUE 'Y'.
           03  WS-LOCK-HOLDER      PIC X(08) VALUE SPACES.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA.
           IF NOT ABORT-RUN
               PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           CLOSE EMPLOYEE-MASTER
                 SNAPSHOT-FILE
           MOVE 'U' TO WS-LOCK-FUNCTION
           CALL 'EMPLOCK' USING WS-LOCK-REQUEST
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPARCHV' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-COPIED TO RL-RECS-READ
           MOVE WS-TOT-COPIED TO RL-RECS-WRITTEN
           MOVE ZERO TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
