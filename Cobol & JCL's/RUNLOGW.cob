      *  THE RUN DATE AND END TIME ITSELF AND APPENDS THE   *
      *  RECORD TO RUNLOG.DAT, CREATING THE FILE ON FIRST   *
      *  USE.  CALLED LIKE FSTATTXT SO NO PROGRAM CARRIES   *
      *  ITS OWN LOG-FILE HANDLING.  A COMPLETION CODE      *
      *  ABOVE 4 IS ALSO RAISED AS A CRITICAL OPERATIONS    *
      *  ALERT THROUGH ALERTW, SO A FAILED STEP REACHES     *
      *  ON-CALL THE SAME NIGHT.                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TIME-NOW.
           03  WS-TIME-HHMMSS      PIC 9(06).
           03  WS-TIME-FS          PIC 9(02).
       COPY ALERTREC.
       LINKAGE SECTION.
       COPY RUNLOG.
       PROCEDURE DIVISION USING RUNLOG-RECORD.
           MOVE RUNLOG-RECORD TO RUNLOG-FILE-RECORD
           WRITE RUNLOG-FILE-RECORD
           CLOSE RUNLOG-FILE
           IF RL-COMP-CODE > 4
               PERFORM 1000-RAISE-ALERT-PARA
           END-IF
           GOBACK.
       1000-RAISE-ALERT-PARA.
           MOVE 'C'        TO ALR-SEVERITY
           MOVE RL-PROGRAM TO ALR-SOURCE-PGM
           MOVE SPACES     TO ALR-STEP
                              ALR-MESSAGE
           STRING 'ENDED WITH COMPLETION CODE ' RL-COMP-CODE
                  ' - SEE SYSOUT'
                  DELIMITED BY SIZE INTO ALR-MESSAGE
           END-STRING
           CALL 'ALERTW' USING ALERT-RECORD.
