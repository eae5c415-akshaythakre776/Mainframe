      *  BREACH (RC=4), APPENDS TONIGHT'S DURATIONS TO      *
      *  SLAHIST.DAT AND PRINTS THE TREND - TONIGHT        *
      *  VERSUS THE AVERAGE OF THE ACCUMULATED HISTORY -    *
      *  PER PROGRAM ON SLARPT.DAT.  A FINISH PAST THE      *
      *  LATEST ACCEPTABLE TIME IS ALSO RAISED AS A MAJOR   *
      *  OPERATIONS ALERT THROUGH ALERTW.                   *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DUR-MINS             PIC 9(05) VALUE ZERO.
       01  WS-AVG-MINS             PIC 9(05) VALUE ZERO.
       01  WS-BREACH-FLAG          PIC X(01) VALUE 'N'.
       COPY ALERTREC.
       01  WS-COUNTERS.
           03  WS-TOT-STEPS        PIC 9(03) VALUE ZERO.
           03  WS-TOT-BREACHES     PIC 9(03) VALUE ZERO.
                       AND RL-END-TIME > TBL-CTL-FINISH(WS-SUB)
                       MOVE 'Y' TO WS-BREACH-FLAG
                       MOVE '** PAST LATEST' TO OUT-FLAG
                       MOVE SPACES TO ALR-MESSAGE
                       STRING RL-PROGRAM ' FINISHED ' RL-END-TIME
                              ' - LATEST ALLOWED '
                              TBL-CTL-FINISH(WS-SUB)
                              DELIMITED BY SIZE INTO ALR-MESSAGE
                       END-STRING
                       PERFORM 8200-RAISE-ALERT-PARA
                   END-IF
               END-IF
           END-PERFORM
           END-IF
           CLOSE HISTORY-FILE
                 REPORT-FILE.
       8200-RAISE-ALERT-PARA.
           MOVE 'M'        TO ALR-SEVERITY
           MOVE 'EMPSLA'   TO ALR-SOURCE-PGM
           MOVE 'STEP151'  TO ALR-STEP
           CALL 'ALERTW' USING ALERT-RECORD.
