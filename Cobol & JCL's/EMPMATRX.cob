           03  ED-COUNT             PIC X(11) VALUE SPACES.
           03  ED-EARN              PIC X(15) VALUE SPACES.
       01  WS-EDIT-EARN             PIC ZZZ,ZZ9.99.
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
           DISPLAY 'LOCATIONS FOUND : ', WS-LOC-COUNT
           DISPLAY 'TECHS FOUND     : ', WS-TECH-COUNT
           CLOSE EMPLOYEE-FILE
                 REPORT-FILE
           PERFORM 9900-WRITE-RUNLOG-PARA.
       9900-WRITE-RUNLOG-PARA.
           MOVE 'EMPMATRX' TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-READ TO RL-RECS-READ
           MOVE WS-TOT-INCLUDED TO RL-RECS-WRITTEN
           MOVE WS-TOT-DROPPED TO RL-RECS-REJECTED
           MOVE RETURN-CODE TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE TO RETURN-CODE.
       9100-BUILD-COL-HEADINGS-PARA.
           MOVE SPACES TO HEADING-LINE2
           MOVE 'LOC  ' TO HL2-LABEL
