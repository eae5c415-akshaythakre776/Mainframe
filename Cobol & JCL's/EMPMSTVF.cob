      *      RECORD CARRIES A PLAUSIBLE TERM DATE           *
      *  EVERY SUSPECT RECORD IS LISTED WITH ITS KEY ON     *
      *  MSTVFRPT.DAT AND THE STEP ENDS RC=8 SO THE CYCLE   *
      *  STOPS HOURS EARLIER THAN THE ABEND WOULD HAVE.  A  *
      *  SUSPECT MASTER, OR ONE THAT WILL NOT OPEN, IS ALSO *
      *  RAISED AS A CRITICAL OPERATIONS ALERT THROUGH      *
      *  ALERTW.                                            *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOT-READ             PIC 9(07) VALUE ZERO.
       01  WS-TOT-SUSPECT          PIC 9(05) VALUE ZERO.
       01  WS-REC-SUSPECT-FLAG     PIC X(01) VALUE 'N'.
       COPY ALERTREC.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  FILLER              PIC 9(04).
               DISPLAY 'EMPMAST.DAT OPEN FAILED - ' WS-FS-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
               MOVE SPACES TO ALR-MESSAGE
               STRING 'EMPMAST.DAT WILL NOT OPEN - STATUS '
                      WS-FILE-STAT1
                      DELIMITED BY SIZE INTO ALR-MESSAGE
               END-STRING
               PERFORM 8200-RAISE-ALERT-PARA
           ELSE
               PERFORM 1500-READ-MASTER-PARA
           END-IF.
               DISPLAY 'EMPMAST.DAT VERIFICATION FAILED - '
                   WS-TOT-SUSPECT ' SUSPECT RECORDS - CYCLE '
                   'STOPPED BEFORE THE REAL WORK'
               MOVE SPACES TO ALR-MESSAGE
               STRING 'EMPMAST.DAT HAS ' WS-TOT-SUSPECT
                      ' SUSPECT RECORDS - CYCLE STOPPED'
                      DELIMITED BY SIZE INTO ALR-MESSAGE
               END-STRING
               PERFORM 8200-RAISE-ALERT-PARA
           ELSE
               DISPLAY 'EMPMAST.DAT STRUCTURALLY CLEAN - '
                   WS-TOT-READ ' RECORDS'
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF.
       8200-RAISE-ALERT-PARA.
           MOVE 'C'        TO ALR-SEVERITY
           MOVE 'EMPMSTVF' TO ALR-SOURCE-PGM
           MOVE 'STEP008'  TO ALR-STEP
           CALL 'ALERTW' USING ALERT-RECORD.
