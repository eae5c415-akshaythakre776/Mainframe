       01  WS-ITER-NUM REDEFINES WS-ITER-DATE
                                   PIC 9(08).
       01  WS-ITER-COUNT           PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
           03  OUT-TY-UNCERT       PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-TY-FLAG         PIC X(22) VALUE SPACES.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-ACCRUE-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-APPLY-TRANS-PARA.
           IF HLQ-NOT-HOLIDAY
               ADD 1.0 TO WS-TAKE-DAYS
           END-IF
           MOVE 'AD'        TO DTQ-FUNCTION
           MOVE WS-ITER-NUM TO DTQ-DATE-1
           MOVE 1           TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-ITER-NUM.
       4000-STATEMENT-PARA.
           CLOSE LEAVE-MASTER
           OPEN INPUT LEAVE-MASTER
           END-IF
           CLOSE EMPLOYEE-MASTER
                 LEAVE-MASTER
                 REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPLEAVE' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-TRANS TO RL-RECS-READ
           MOVE WS-TOT-ACCRUED TO RL-RECS-WRITTEN
           MOVE WS-TOT-TRAN-REJ TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
