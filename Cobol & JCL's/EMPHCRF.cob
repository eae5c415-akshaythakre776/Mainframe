           RECORD CONTAINS 110 CHARACTERS.
       01  CLOSE-SNAP-RECORD       PIC X(110).
       FD  AUDIT-FILE
           RECORD CONTAINS 135 CHARACTERS.
       01  AUDIT-RECORD.
           03  AUD-TRAN-CODE       PIC X(01).
           03  AUD-EMP-ID          PIC X(05).
           03  AUD-DATE            PIC 9(08).
           03  AUD-TIME            PIC 9(06).
           03  AUD-BATCH-ID        PIC X(08).
           03  AUD-TERM-REASON     PIC X(02).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
           03  FILLER              PIC X(26) VALUE
               'ROWS WITH RESIDUAL:       '.
           03  OUT-TOT-RESIDUALS   PIC ZZ9.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-LOAD-OPENING-PARA UNTIL END-OF-OPEN-SNAP
           PERFORM 2500-LOAD-CLOSING-PARA UNTIL END-OF-CLOSE-SNAP
           IF WS-FILE-STAT3 = '00' OR WS-FILE-STAT3 = '10'
               CLOSE AUDIT-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPHCRF ' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-ROW-COUNT TO RL-RECS-READ
           MOVE WS-ROW-COUNT TO RL-RECS-WRITTEN
           MOVE WS-TOT-RESIDUALS TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
