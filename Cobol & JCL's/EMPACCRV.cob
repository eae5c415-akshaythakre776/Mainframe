           03  FILLER              PIC X(22) VALUE
               'LOG RECORDS REVIEWED: '.
           03  OUT-TOT-RECORDS     PIC ZZZZZZ9.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-SCAN-LOG-PARA UNTIL END-OF-LOG
           PERFORM 3000-WRITE-REPORT-PARA.
       9000-TERMINATION-PARA.
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE ACCESS-LOG-FILE
           END-IF
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPACCRV' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-RECORDS TO RL-RECS-READ
           MOVE WS-OPR-COUNT TO RL-RECS-WRITTEN
           MOVE ZERO TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
