       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPJOBSC.
      *****************************************************
      *  PERIODIC JOB SCHEDULER.  THE MONTHLY AND           *
      *  QUARTERLY WORK (MONTH-END CLOSE, PENSION FEED,     *
      *  LEAVE ACCRUAL, DEMOGRAPHIC REPORTS, ACCESS REVIEW, *
      *  ARCHIVE AND THE REST) USED TO DEPEND ON AN         *
      *  OPERATOR REMEMBERING THE RIGHT DAY.  JOBCAL.DAT    *
      *  NOW HOLDS EACH JOB'S FREQUENCY, BUSINESS-DAY RULE  *
      *  AND PREDECESSORS.  RUN AT THE END OF EMPCYCLE,     *
      *  THIS STEP WORKS OUT WHICH JOBS FALL DUE TOMORROW - *
      *  WORKING DAYS FROM HOLCAL.DAT THROUGH DATECALC, PAY *
      *  DATES FROM PAYCAL.DAT THROUGH PAYCALLK - AND       *
      *  WRITES THEM TO JOBSUB.DAT IN PREDECESSOR ORDER.    *
      *  IT ALSO CHECKS EVERY JOB THAT FELL DUE YESTERDAY   *
      *  AGAINST RUNLOG.DAT: ONE THAT NEVER LOGGED, OR      *
      *  ENDED ABOVE RC=4, IS REPORTED, RAISED AS A MAJOR   *
      *  ALERT THROUGH ALERTW AND HOLDS ANY JOB THAT WAITS  *
      *  ON IT (RC=4).  JOBSCRPT.DAT LISTS BOTH DAYS.  THE  *
      *  RUN DATE CAN BE SET WITH JOBSC-DATE (YYYYMMDD) TO  *
      *  REPEAT A MISSED NIGHT.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO 'JOBCAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT SUBMIT-FILE ASSIGN TO 'JOBSUB.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'JOBSCRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY JOBCAL.
       FD  RUNLOG-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  RUNLOG-IN-RECORD        PIC X(51).
       FD  SUBMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-SUBMIT-RECORD.
           03  JS-DUE-DATE         PIC 9(08).
           03  JS-SEQ              PIC 9(03).
           03  JS-JOB              PIC X(08).
           03  JS-STATUS           PIC X(01).
               88  JS-SUBMIT                  VALUE 'S'.
               88  JS-HOLD                    VALUE 'H'.
               88  JS-CYCLE                   VALUE 'C'.
           03  JS-AFTER            PIC X(08) OCCURS 3 TIMES.
           03  JS-DESC             PIC X(24).
           03  FILLER              PIC X(12).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-CAL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-CALENDAR               VALUE 'Y'.
       01  WS-LOG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-LOG                    VALUE 'Y'.
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-TOMORROW             PIC 9(08) VALUE ZERO.
       01  WS-YESTERDAY            PIC 9(08) VALUE ZERO.
       01  WS-TEST-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BOUND-DATE.
           03  WS-BND-YR           PIC 9(04).
           03  WS-BND-MM           PIC 9(02).
           03  WS-BND-DD           PIC 9(02).
       01  WS-BOUND-NUM REDEFINES WS-BOUND-DATE
                                   PIC 9(08).
       01  WS-WORK-DATE.
           03  WS-WRK-YR           PIC 9(04).
           03  WS-WRK-MM           PIC 9(02).
           03  WS-WRK-DD           PIC 9(02).
       01  WS-WORK-NUM REDEFINES WS-WORK-DATE
                                   PIC 9(08).
       01  WS-NOMINAL-DATE.
           03  WS-NOM-YR           PIC 9(04).
           03  WS-NOM-MM           PIC 9(02).
           03  WS-NOM-DD           PIC 9(02).
       01  WS-NOMINAL-NUM REDEFINES WS-NOMINAL-DATE
                                   PIC 9(08).
       01  WS-PER-START            PIC 9(08) VALUE ZERO.
       01  WS-PER-END              PIC 9(08) VALUE ZERO.
       01  WS-PER-MONTHS           PIC 9(02) VALUE ZERO.
       01  WS-MM-LESS-1            PIC 9(02) VALUE ZERO.
       01  WS-QUOT                 PIC 9(02) VALUE ZERO.
       01  WS-REM                  PIC 9(02) VALUE ZERO.
       01  WS-FIRST-MM             PIC 9(02) VALUE ZERO.
       01  WS-LAST-MM              PIC 9(02) VALUE ZERO.
       01  WS-CHK-FREQ             PIC X(01) VALUE SPACE.
       01  WS-WORKING-FLAG         PIC X(01) VALUE 'N'.
           88  WS-WORKING-DAY                VALUE 'Y'.
       01  WS-DUE-FLAG             PIC X(01) VALUE 'N'.
           88  WS-JOB-DUE                    VALUE 'Y'.
       01  WS-READY-FLAG           PIC X(01) VALUE 'N'.
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
       01  WS-PROGRESS-FLAG        PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.
       01  WS-FIND-JOB             PIC X(08) VALUE SPACES.
       01  WS-AFTER-JOB            PIC X(08) VALUE SPACES.
       01  WS-JOB-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-JOB-TABLE.
           03  JOB-ENTRY           OCCURS 60 TIMES.
               05  TBL-JOB         PIC X(08).
               05  TBL-DESC        PIC X(24).
               05  TBL-FREQ        PIC X(01).
               05  TBL-RULE        PIC X(02).
               05  TBL-DAY         PIC 9(02).
               05  TBL-MONTH       PIC 9(02).
               05  TBL-REGION      PIC X(04).
               05  TBL-PAY-GROUP   PIC X(02).
               05  TBL-LOG-PGM     PIC X(08).
               05  TBL-DEPEND      PIC X(08) OCCURS 3 TIMES.
               05  TBL-DUE-TMRW    PIC X(01).
               05  TBL-DUE-YDAY    PIC X(01).
               05  TBL-LOGGED      PIC X(01).
                   88  TBL-RAN-OK             VALUE 'Y'.
                   88  TBL-RAN-FAILED         VALUE 'F'.
                   88  TBL-NOT-LOGGED         VALUE 'N'.
               05  TBL-LOG-RC      PIC 9(02).
               05  TBL-SUB-STATUS  PIC X(01).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-DEP-SUB              PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-FIND-IDX             PIC 9(03) VALUE ZERO.
       01  WS-SEQ                  PIC 9(03) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-CAL-READ     PIC 9(03) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(03) VALUE ZERO.
           03  WS-TOT-LOG-READ     PIC 9(07) VALUE ZERO.
           03  WS-TOT-DUE          PIC 9(03) VALUE ZERO.
           03  WS-TOT-HELD         PIC 9(03) VALUE ZERO.
           03  WS-TOT-CYCLE        PIC 9(03) VALUE ZERO.
           03  WS-TOT-YDAY-DUE     PIC 9(03) VALUE ZERO.
           03  WS-TOT-MISSED       PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       COPY PCALREQ.
       COPY ALERTREC.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'PERIODIC JOB SCHEDULE - RUN   '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(42) VALUE SPACES.
       01  SECTION-LINE.
           03  OUT-SECTION         PIC X(30) VALUE SPACES.
           03  OUT-SECT-DATE       PIC 9(08).
           03  FILLER              PIC X(42) VALUE SPACES.
       01  YDAY-HEAD-LINE.
           03  FILLER              PIC X(10) VALUE 'JOB'.
           03  FILLER              PIC X(26) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(05) VALUE 'FREQ'.
           03  FILLER              PIC X(06) VALUE 'RULE'.
           03  FILLER              PIC X(33) VALUE 'RESULT'.
       01  YDAY-LINE.
           03  OUT-Y-JOB           PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-Y-DESC          PIC X(24) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-Y-FREQ          PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-Y-RULE          PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-Y-RESULT        PIC X(16) VALUE SPACES.
           03  OUT-Y-RC-X.
               05  OUT-Y-RC        PIC Z9.
           03  FILLER              PIC X(15) VALUE SPACES.
       01  SUB-HEAD-LINE.
           03  FILLER              PIC X(05) VALUE 'SEQ'.
           03  FILLER              PIC X(10) VALUE 'JOB'.
           03  FILLER              PIC X(26) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(05) VALUE 'FREQ'.
           03  FILLER              PIC X(06) VALUE 'RULE'.
           03  FILLER              PIC X(09) VALUE 'STATUS'.
           03  FILLER              PIC X(19) VALUE 'AFTER'.
       01  SUB-LINE.
           03  OUT-S-SEQ           PIC ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-S-JOB           PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-S-DESC          PIC X(24) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-S-FREQ          PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-S-RULE          PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-S-STATUS        PIC X(07) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-S-AFTER         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  NONE-LINE.
           03  FILLER              PIC X(20) VALUE
               '  NONE'.
           03  FILLER              PIC X(60) VALUE SPACES.
       01  REJECT-LINE.
           03  FILLER              PIC X(24) VALUE
               'CALENDAR ROW REJECTED - '.
           03  OUT-R-JOB           PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-R-REASON        PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(26) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(18) VALUE
               'CALENDAR ROWS:    '.
           03  OUT-TOT-CAL         PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   REJECTED:  '.
           03  OUT-TOT-REJ         PIC ZZ9.
           03  FILLER              PIC X(42) VALUE SPACES.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(18) VALUE
               'DUE TOMORROW:     '.
           03  OUT-TOT-DUE         PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   HELD:      '.
           03  OUT-TOT-HELD        PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   IN A LOOP: '.
           03  OUT-TOT-CYCLE       PIC ZZ9.
           03  FILLER              PIC X(25) VALUE SPACES.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(18) VALUE
               'DUE YESTERDAY:    '.
           03  OUT-TOT-YDAY        PIC ZZ9.
           03  FILLER              PIC X(14) VALUE
               '   NOT RUN:   '.
           03  OUT-TOT-MISSED      PIC ZZ9.
           03  FILLER              PIC X(42) VALUE SPACES.
       COPY RUNLOG.
       01  WS-RL-START.
           03  WS-RL-START-HHMMSS  PIC 9(06).
           03  FILLER              PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-RL-START FROM TIME
           PERFORM 1000-INITIALIZATION-PARA
           PERFORM 2000-EVALUATE-JOB-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-JOB-COUNT
           PERFORM 3000-YESTERDAY-PARA
           PERFORM 4000-SUBMISSION-PARA
           PERFORM 9000-TERMINATION-PARA
           STOP RUN.
      *****************************************************
      *  RUN DATE, TOMORROW AND YESTERDAY; LOAD THE JOB     *
      *  CALENDAR AND MARK EVERY JOB THAT LOGGED SINCE      *
      *  YESTERDAY MORNING.                                 *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'JOBSC-DATE'
           IF WS-ENV-DATE IS NUMERIC AND WS-ENV-DATE > '00000000'
               MOVE WS-ENV-DATE TO WS-TODAY
               DISPLAY 'EMPJOBSC RUN DATE SET TO ' WS-TODAY-NUM
           END-IF
           MOVE 'AD'         TO DTQ-FUNCTION
           MOVE WS-TODAY-NUM TO DTQ-DATE-1
           MOVE 1            TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-TOMORROW
           MOVE -1           TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-YESTERDAY
           OPEN OUTPUT REPORT-FILE
                       SUBMIT-FILE
           MOVE WS-TODAY-NUM TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           PERFORM 1100-LOAD-CALENDAR-PARA
           PERFORM 1300-SCAN-RUNLOG-PARA.
       1100-LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1150-READ-CALENDAR-PARA
                   UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'JOBCAL.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1 ' - NO PERIODIC JOBS SELECTED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1150-READ-CALENDAR-PARA.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-CAL-READ
                   PERFORM 1200-EDIT-CALENDAR-PARA
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1250-STORE-JOB-PARA
                   ELSE
                       ADD 1 TO WS-TOT-REJECTED
                       MOVE JC-JOB           TO OUT-R-JOB
                       MOVE WS-REJECT-REASON TO OUT-R-REASON
                       WRITE REPORT-RECORD FROM REJECT-LINE
                       DISPLAY 'JOBCAL ROW ' JC-JOB ' REJECTED - '
                           WS-REJECT-REASON
                   END-IF
           END-READ.
      *****************************************************
      *  A ROW THE SCHEDULER CANNOT READ SENSIBLY IS LEFT   *
      *  OFF THE CALENDAR AND REPORTED (RC=4) RATHER THAN   *
      *  GUESSED AT.                                        *
      *****************************************************
       1200-EDIT-CALENDAR-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           IF JC-DAY NOT NUMERIC
               MOVE ZERO TO JC-DAY
           END-IF
           IF JC-MONTH NOT NUMERIC OR JC-MONTH = ZERO
               MOVE 1 TO JC-MONTH
           END-IF
           IF JC-LOG-PGM = SPACES
               MOVE JC-JOB TO JC-LOG-PGM
           END-IF
           MOVE JC-FREQ TO WS-CHK-FREQ
           PERFORM 2250-PERIOD-MONTHS-PARA
           EVALUATE TRUE
               WHEN JC-JOB = SPACES
                   MOVE 'BLANK JOB NAME'     TO WS-REJECT-REASON
               WHEN NOT (JC-DAILY OR JC-WEEKLY OR JC-MONTHLY
                         OR JC-QUARTERLY OR JC-HALF-YEARLY
                         OR JC-YEARLY)
                   MOVE 'BAD FREQUENCY'      TO WS-REJECT-REASON
               WHEN JC-DAILY
                   MOVE SPACES TO JC-RULE
               WHEN NOT (JC-FIRST-WORKING OR JC-LAST-WORKING
                         OR JC-NOMINAL-DAY OR JC-PAYCAL-RULE)
                   MOVE 'BAD RULE'           TO WS-REJECT-REASON
               WHEN JC-PAYCAL-RULE AND JC-WEEKLY
                   MOVE 'NO PAY RULE WEEKLY' TO WS-REJECT-REASON
               WHEN JC-NOMINAL-DAY AND JC-WEEKLY
                    AND (JC-DAY < 1 OR JC-DAY > 7)
                   MOVE 'BAD WEEKDAY'        TO WS-REJECT-REASON
               WHEN JC-NOMINAL-DAY AND (JC-DAY < 1 OR JC-DAY > 31)
                   MOVE 'BAD DAY'            TO WS-REJECT-REASON
               WHEN JC-NOMINAL-DAY AND NOT JC-WEEKLY
                    AND JC-MONTH > WS-PER-MONTHS
                   MOVE 'BAD MONTH'          TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE JC-JOB TO WS-FIND-JOB
               PERFORM 1400-FIND-JOB-PARA
               IF WS-FIND-SUB > ZERO
                   MOVE 'DUPLICATE JOB'      TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-JOB-COUNT NOT < 60
               MOVE 'CALENDAR TABLE FULL'    TO WS-REJECT-REASON
           END-IF.
       1250-STORE-JOB-PARA.
           ADD 1 TO WS-JOB-COUNT
           MOVE JC-JOB       TO TBL-JOB(WS-JOB-COUNT)
           MOVE JC-DESC      TO TBL-DESC(WS-JOB-COUNT)
           MOVE JC-FREQ      TO TBL-FREQ(WS-JOB-COUNT)
           MOVE JC-RULE      TO TBL-RULE(WS-JOB-COUNT)
           MOVE JC-DAY       TO TBL-DAY(WS-JOB-COUNT)
           MOVE JC-MONTH     TO TBL-MONTH(WS-JOB-COUNT)
           MOVE JC-REGION    TO TBL-REGION(WS-JOB-COUNT)
           MOVE JC-PAY-GROUP TO TBL-PAY-GROUP(WS-JOB-COUNT)
           MOVE JC-LOG-PGM   TO TBL-LOG-PGM(WS-JOB-COUNT)
           MOVE JC-DEPEND(1) TO TBL-DEPEND(WS-JOB-COUNT, 1)
           MOVE JC-DEPEND(2) TO TBL-DEPEND(WS-JOB-COUNT, 2)
           MOVE JC-DEPEND(3) TO TBL-DEPEND(WS-JOB-COUNT, 3)
           MOVE 'N'          TO TBL-DUE-TMRW(WS-JOB-COUNT)
                                TBL-DUE-YDAY(WS-JOB-COUNT)
                                TBL-LOGGED(WS-JOB-COUNT)
           MOVE ZERO         TO TBL-LOG-RC(WS-JOB-COUNT)
           MOVE SPACE        TO TBL-SUB-STATUS(WS-JOB-COUNT).
      *****************************************************
      *  ONE PASS OF RUNLOG.DAT.  A JOB DUE YESTERDAY MAY   *
      *  HAVE RUN BEFORE OR AFTER MIDNIGHT, SO A RECORD     *
      *  DATED YESTERDAY OR TODAY COUNTS.  ANY CLEAN RUN    *
      *  (RC 4 OR LESS) WINS OVER A FAILED ONE.             *
      *****************************************************
       1300-SCAN-RUNLOG-PARA.
           OPEN INPUT RUNLOG-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1350-READ-RUNLOG-PARA
                   UNTIL END-OF-LOG
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'RUNLOG.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT2 ' - NO JOB COUNTS AS RUN'
           END-IF.
       1350-READ-RUNLOG-PARA.
           READ RUNLOG-FILE INTO RUNLOG-RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-LOG-READ
                   IF RL-RUN-DATE = WS-YESTERDAY
                      OR RL-RUN-DATE = WS-TODAY-NUM
                       PERFORM 1370-MARK-LOGGED-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-JOB-COUNT
                   END-IF
           END-READ.
       1370-MARK-LOGGED-PARA.
           IF TBL-LOG-PGM(WS-SUB) = RL-PROGRAM
               AND NOT TBL-RAN-OK(WS-SUB)
               MOVE RL-COMP-CODE TO TBL-LOG-RC(WS-SUB)
               IF RL-COMP-CODE > 4
                   MOVE 'F' TO TBL-LOGGED(WS-SUB)
               ELSE
                   MOVE 'Y' TO TBL-LOGGED(WS-SUB)
               END-IF
           END-IF.
       1400-FIND-JOB-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 1450-MATCH-JOB-PARA
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-JOB-COUNT
                  OR WS-FIND-SUB > ZERO.
       1450-MATCH-JOB-PARA.
           IF TBL-JOB(WS-FIND-IDX) = WS-FIND-JOB
               MOVE WS-FIND-IDX TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  IS THE JOB DUE TOMORROW, AND WAS IT DUE YESTERDAY? *
      *****************************************************
       2000-EVALUATE-JOB-PARA.
           MOVE WS-TOMORROW  TO WS-TEST-DATE
           PERFORM 2100-TEST-DUE-PARA
           MOVE WS-DUE-FLAG  TO TBL-DUE-TMRW(WS-SUB)
           MOVE WS-YESTERDAY TO WS-TEST-DATE
           PERFORM 2100-TEST-DUE-PARA
           MOVE WS-DUE-FLAG  TO TBL-DUE-YDAY(WS-SUB).
      *****************************************************
      *  DUE TEST FOR JOB WS-SUB ON WS-TEST-DATE.  PAY      *
      *  CALENDAR RULES TAKE THE PAYCAL.DAT DATE AS IT      *
      *  STANDS; EVERY OTHER RULE NEEDS A WORKING DAY.      *
      *****************************************************
       2100-TEST-DUE-PARA.
           MOVE 'N' TO WS-DUE-FLAG
           MOVE WS-TEST-DATE TO DTQ-DATE-1
           PERFORM 2150-WORKING-DAYS-PARA
           IF DTQ-RESULT-DAYS = 1
               MOVE 'Y' TO WS-WORKING-FLAG
           ELSE
               MOVE 'N' TO WS-WORKING-FLAG
           END-IF
           EVALUATE TRUE
               WHEN TBL-RULE(WS-SUB) = 'PD' OR 'PE' OR 'CO'
                   PERFORM 2300-PAYCAL-RULE-PARA
               WHEN NOT WS-WORKING-DAY
                   CONTINUE
               WHEN TBL-FREQ(WS-SUB) = 'D'
                   MOVE 'Y' TO WS-DUE-FLAG
               WHEN TBL-RULE(WS-SUB) = 'FW'
                   MOVE WS-TEST-DATE TO WS-BOUND-NUM
                   PERFORM 2200-PERIOD-BOUNDS-PARA
                   MOVE WS-PER-START TO DTQ-DATE-1
                   PERFORM 2150-WORKING-DAYS-PARA
                   IF DTQ-RESULT-DAYS = 1
                       MOVE 'Y' TO WS-DUE-FLAG
                   END-IF
               WHEN TBL-RULE(WS-SUB) = 'LW'
                   MOVE WS-TEST-DATE TO WS-BOUND-NUM
                   PERFORM 2200-PERIOD-BOUNDS-PARA
                   MOVE 'BD'             TO DTQ-FUNCTION
                   MOVE WS-TEST-DATE     TO DTQ-DATE-1
                   MOVE WS-PER-END       TO DTQ-DATE-2
                   MOVE TBL-REGION(WS-SUB) TO DTQ-REGION
                   CALL 'DATECALC' USING DATECALC-REQUEST
                   IF DTQ-RESULT-DAYS = 1
                       MOVE 'Y' TO WS-DUE-FLAG
                   END-IF
               WHEN TBL-RULE(WS-SUB) = 'DD'
                   PERFORM 2400-NOMINAL-RULE-PARA
           END-EVALUATE.
      *    WORKING DAYS FROM DTQ-DATE-1 TO WS-TEST-DATE.
       2150-WORKING-DAYS-PARA.
           MOVE 'BD'               TO DTQ-FUNCTION
           MOVE WS-TEST-DATE       TO DTQ-DATE-2
           MOVE TBL-REGION(WS-SUB) TO DTQ-REGION
           CALL 'DATECALC' USING DATECALC-REQUEST.
      *****************************************************
      *  FIRST AND LAST DAY OF THE JOB'S PERIOD CONTAINING  *
      *  WS-BOUND-DATE - MONDAY TO SUNDAY FOR A WEEKLY JOB, *
      *  OTHERWISE CALENDAR MONTHS, QUARTERS, HALVES OR     *
      *  YEARS.                                             *
      *****************************************************
       2200-PERIOD-BOUNDS-PARA.
           IF TBL-FREQ(WS-SUB) = 'W'
               MOVE 'DW'          TO DTQ-FUNCTION
               MOVE WS-BOUND-NUM  TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE 'AD'          TO DTQ-FUNCTION
               COMPUTE DTQ-COUNT = 1 - DTQ-WEEKDAY
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-PER-START
               MOVE WS-PER-START  TO DTQ-DATE-1
               MOVE 6             TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-PER-END
           ELSE
               MOVE TBL-FREQ(WS-SUB) TO WS-CHK-FREQ
               PERFORM 2250-PERIOD-MONTHS-PARA
               SUBTRACT 1 FROM WS-BND-MM GIVING WS-MM-LESS-1
               DIVIDE WS-MM-LESS-1 BY WS-PER-MONTHS
                   GIVING WS-QUOT
               COMPUTE WS-FIRST-MM = WS-QUOT * WS-PER-MONTHS + 1
               COMPUTE WS-LAST-MM  = WS-FIRST-MM + WS-PER-MONTHS - 1
               MOVE WS-BND-YR     TO WS-WRK-YR
               MOVE WS-FIRST-MM   TO WS-WRK-MM
               MOVE 01            TO WS-WRK-DD
               MOVE WS-WORK-NUM   TO WS-PER-START
               MOVE WS-LAST-MM    TO WS-WRK-MM
               MOVE 'LD'          TO DTQ-FUNCTION
               MOVE WS-WORK-NUM   TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-PER-END
           END-IF.
       2250-PERIOD-MONTHS-PARA.
           EVALUATE WS-CHK-FREQ
               WHEN 'Q'
                   MOVE 3  TO WS-PER-MONTHS
               WHEN 'H'
                   MOVE 6  TO WS-PER-MONTHS
               WHEN 'Y'
                   MOVE 12 TO WS-PER-MONTHS
               WHEN OTHER
                   MOVE 1  TO WS-PER-MONTHS
           END-EVALUATE.
      *****************************************************
      *  PAY-CALENDAR RULES.  THE PERIOD COVERING THE TEST  *
      *  DATE COMES FROM PAYCALLK FOR THE JOB'S PAY GROUP;  *
      *  A QUARTERLY, HALF-YEARLY OR YEARLY JOB ONLY TAKES  *
      *  THE PERIOD ENDING IN THE LAST MONTH OF ITS         *
      *  QUARTER, HALF OR YEAR.                             *
      *****************************************************
       2300-PAYCAL-RULE-PARA.
           MOVE WS-TEST-DATE          TO PCQ-DATE
           MOVE TBL-PAY-GROUP(WS-SUB) TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           EVALUATE TBL-RULE(WS-SUB)
               WHEN 'PD'
                   MOVE PCQ-PAY-DATE TO WS-WORK-NUM
               WHEN 'PE'
                   MOVE PCQ-END      TO WS-WORK-NUM
               WHEN OTHER
                   MOVE PCQ-CUTOFF   TO WS-WORK-NUM
           END-EVALUATE
           IF WS-WORK-NUM = WS-TEST-DATE
               MOVE TBL-FREQ(WS-SUB) TO WS-CHK-FREQ
               PERFORM 2250-PERIOD-MONTHS-PARA
               MOVE PCQ-END TO WS-BOUND-NUM
               DIVIDE WS-BND-MM BY WS-PER-MONTHS
                   GIVING WS-QUOT REMAINDER WS-REM
               IF WS-REM = ZERO
                   MOVE 'Y' TO WS-DUE-FLAG
               END-IF
           END-IF.
      *****************************************************
      *  NOMINAL-DAY RULE.  THE JOB IS DUE ON ITS NOMINAL   *
      *  DAY OR, WHEN THAT IS NOT A WORKING DAY, ON THE     *
      *  NEXT ONE - WHICH MAY FALL IN THE FOLLOWING PERIOD, *
      *  SO THE PREVIOUS PERIOD'S NOMINAL DAY IS TRIED TOO. *
      *****************************************************
       2400-NOMINAL-RULE-PARA.
           MOVE WS-TEST-DATE TO WS-BOUND-NUM
           PERFORM 2200-PERIOD-BOUNDS-PARA
           PERFORM 2450-NOMINAL-DATE-PARA
           PERFORM 2470-CHECK-ROLL-PARA
           IF NOT WS-JOB-DUE
               MOVE 'AD'         TO DTQ-FUNCTION
               MOVE WS-PER-START TO DTQ-DATE-1
               MOVE -1           TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-BOUND-NUM
               PERFORM 2200-PERIOD-BOUNDS-PARA
               PERFORM 2450-NOMINAL-DATE-PARA
               PERFORM 2470-CHECK-ROLL-PARA
           END-IF.
       2450-NOMINAL-DATE-PARA.
           IF TBL-FREQ(WS-SUB) = 'W'
               MOVE 'AD'         TO DTQ-FUNCTION
               MOVE WS-PER-START TO DTQ-DATE-1
               COMPUTE DTQ-COUNT = TBL-DAY(WS-SUB) - 1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-NOMINAL-NUM
           ELSE
      *        A DAY PAST THE END OF A SHORT MONTH MEANS ITS LAST.
               MOVE WS-PER-START TO WS-WORK-NUM
               COMPUTE WS-WRK-MM = WS-WRK-MM + TBL-MONTH(WS-SUB) - 1
               MOVE 'LD'         TO DTQ-FUNCTION
               MOVE WS-WORK-NUM  TO DTQ-DATE-1
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-NOMINAL-NUM
               IF TBL-DAY(WS-SUB) < WS-NOM-DD
                   MOVE TBL-DAY(WS-SUB) TO WS-NOM-DD
               END-IF
           END-IF.
      *    DUE WHEN NO WORKING DAY LIES BETWEEN THE NOMINAL DAY
      *    AND THE (WORKING) TEST DATE.
       2470-CHECK-ROLL-PARA.
           IF WS-NOMINAL-NUM NOT > WS-TEST-DATE
               MOVE WS-NOMINAL-NUM TO DTQ-DATE-1
               PERFORM 2150-WORKING-DAYS-PARA
               IF DTQ-RESULT-DAYS = 1
                   MOVE 'Y' TO WS-DUE-FLAG
               END-IF
           END-IF.
      *****************************************************
      *  JOBS THAT FELL DUE YESTERDAY.  ONE THAT NEVER      *
      *  LOGGED, OR LOGGED ONLY A FAILED RUN, IS RAISED AS  *
      *  A MAJOR ALERT.                                     *
      *****************************************************
       3000-YESTERDAY-PARA.
           MOVE 'JOBS DUE YESTERDAY            ' TO OUT-SECTION
           MOVE WS-YESTERDAY TO OUT-SECT-DATE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SECTION-LINE
           WRITE REPORT-RECORD FROM YDAY-HEAD-LINE
           PERFORM 3100-CHECK-YESTERDAY-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-JOB-COUNT
           IF WS-TOT-YDAY-DUE = ZERO
               WRITE REPORT-RECORD FROM NONE-LINE
           END-IF.
       3100-CHECK-YESTERDAY-PARA.
           IF TBL-DUE-YDAY(WS-SUB) = 'Y'
               ADD 1 TO WS-TOT-YDAY-DUE
               MOVE TBL-JOB(WS-SUB)  TO OUT-Y-JOB
               MOVE TBL-DESC(WS-SUB) TO OUT-Y-DESC
               MOVE TBL-FREQ(WS-SUB) TO OUT-Y-FREQ
               MOVE TBL-RULE(WS-SUB) TO OUT-Y-RULE
               MOVE TBL-LOG-RC(WS-SUB) TO OUT-Y-RC
               EVALUATE TRUE
                   WHEN TBL-RAN-OK(WS-SUB)
                       MOVE 'RAN        RC'     TO OUT-Y-RESULT
                   WHEN TBL-RAN-FAILED(WS-SUB)
                       MOVE '** FAILED  RC'     TO OUT-Y-RESULT
                       PERFORM 3200-MISSED-JOB-PARA
                   WHEN OTHER
                       MOVE '** NEVER LOGGED'   TO OUT-Y-RESULT
                       MOVE SPACES TO OUT-Y-RC-X
                       PERFORM 3200-MISSED-JOB-PARA
               END-EVALUATE
               WRITE REPORT-RECORD FROM YDAY-LINE
           END-IF.
       3200-MISSED-JOB-PARA.
           ADD 1 TO WS-TOT-MISSED
           MOVE SPACES TO ALR-MESSAGE
           IF TBL-RAN-FAILED(WS-SUB)
               STRING 'JOB ' TBL-JOB(WS-SUB) ' DUE ' WS-YESTERDAY
                      ' FAILED RC ' TBL-LOG-RC(WS-SUB)
                      DELIMITED BY SIZE INTO ALR-MESSAGE
               END-STRING
           ELSE
               STRING 'JOB ' TBL-JOB(WS-SUB) ' DUE ' WS-YESTERDAY
                      ' NEVER LOGGED'
                      DELIMITED BY SIZE INTO ALR-MESSAGE
               END-STRING
           END-IF
           PERFORM 8200-RAISE-ALERT-PARA.
      *****************************************************
      *  TOMORROW'S SUBMISSION LIST.  EACH PASS RELEASES    *
      *  THE JOBS WHOSE SAME-DAY PREDECESSORS ARE ALREADY   *
      *  LISTED; A JOB WAITING ON ONE THAT FAILED OR NEVER  *
      *  RAN YESTERDAY, OR ON ONE ALREADY HELD, IS LISTED   *
      *  ON HOLD.  WHATEVER IS LEFT WHEN A PASS RELEASES    *
      *  NOTHING WAITS IN A PREDECESSOR LOOP.               *
      *****************************************************
       4000-SUBMISSION-PARA.
           MOVE 'SUBMISSION LIST FOR          ' TO OUT-SECTION
           MOVE WS-TOMORROW TO OUT-SECT-DATE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SECTION-LINE
           WRITE REPORT-RECORD FROM SUB-HEAD-LINE
           MOVE 'Y' TO WS-PROGRESS-FLAG
           PERFORM 4100-ORDER-PASS-PARA
               UNTIL WS-PROGRESS-FLAG = 'N'
           PERFORM 4400-FLAG-LOOP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-JOB-COUNT
           IF WS-TOT-DUE = ZERO
               WRITE REPORT-RECORD FROM NONE-LINE
           END-IF.
       4100-ORDER-PASS-PARA.
           MOVE 'N' TO WS-PROGRESS-FLAG
           PERFORM 4200-TRY-JOB-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-JOB-COUNT.
       4200-TRY-JOB-PARA.
           IF TBL-DUE-TMRW(WS-SUB) = 'Y'
               AND TBL-SUB-STATUS(WS-SUB) = SPACE
               MOVE 'Y'    TO WS-READY-FLAG
               MOVE 'N'    TO WS-HOLD-FLAG
               MOVE SPACES TO WS-AFTER-JOB
               PERFORM 4250-CHECK-DEPEND-PARA
                   VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > 3
               IF WS-READY-FLAG = 'Y'
                   IF WS-HOLD-FLAG = 'Y'
                       MOVE 'H' TO TBL-SUB-STATUS(WS-SUB)
                   ELSE
                       MOVE 'S' TO TBL-SUB-STATUS(WS-SUB)
                   END-IF
                   PERFORM 4300-WRITE-SUBMIT-PARA
                   MOVE 'Y' TO WS-PROGRESS-FLAG
               END-IF
           END-IF.
      *    A PREDECESSOR NOT ON THE CALENDAR IS NOT WAITED FOR.
       4250-CHECK-DEPEND-PARA.
           IF TBL-DEPEND(WS-SUB, WS-DEP-SUB) NOT = SPACES
               MOVE TBL-DEPEND(WS-SUB, WS-DEP-SUB) TO WS-FIND-JOB
               PERFORM 1400-FIND-JOB-PARA
               IF WS-FIND-SUB > ZERO
                   IF TBL-DUE-TMRW(WS-FIND-SUB) = 'Y'
                       MOVE WS-FIND-JOB TO WS-AFTER-JOB
                       IF TBL-SUB-STATUS(WS-FIND-SUB) = SPACE
                           MOVE 'N' TO WS-READY-FLAG
                       END-IF
                       IF TBL-SUB-STATUS(WS-FIND-SUB) = 'H'
                           MOVE 'Y' TO WS-HOLD-FLAG
                       END-IF
                   END-IF
                   IF TBL-DUE-YDAY(WS-FIND-SUB) = 'Y'
                       AND NOT TBL-RAN-OK(WS-FIND-SUB)
                       MOVE WS-FIND-JOB TO WS-AFTER-JOB
                       MOVE 'Y' TO WS-HOLD-FLAG
                   END-IF
               END-IF
           END-IF.
       4300-WRITE-SUBMIT-PARA.
           ADD 1 TO WS-SEQ
           ADD 1 TO WS-TOT-DUE
           MOVE WS-TOMORROW            TO JS-DUE-DATE
           MOVE WS-SEQ                 TO JS-SEQ
           MOVE TBL-JOB(WS-SUB)        TO JS-JOB
           MOVE TBL-SUB-STATUS(WS-SUB) TO JS-STATUS
           MOVE TBL-DESC(WS-SUB)       TO JS-DESC
           MOVE SPACES TO JS-AFTER(1) JS-AFTER(2) JS-AFTER(3)
           PERFORM 4350-LIST-AFTER-PARA
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > 3
           WRITE JOB-SUBMIT-RECORD
           MOVE WS-SEQ                 TO OUT-S-SEQ
           MOVE TBL-JOB(WS-SUB)        TO OUT-S-JOB
           MOVE TBL-DESC(WS-SUB)       TO OUT-S-DESC
           MOVE TBL-FREQ(WS-SUB)       TO OUT-S-FREQ
           MOVE TBL-RULE(WS-SUB)       TO OUT-S-RULE
           MOVE WS-AFTER-JOB           TO OUT-S-AFTER
           EVALUATE TBL-SUB-STATUS(WS-SUB)
               WHEN 'S'
                   MOVE 'SUBMIT'  TO OUT-S-STATUS
               WHEN 'H'
                   MOVE '** HOLD' TO OUT-S-STATUS
                   ADD 1 TO WS-TOT-HELD
               WHEN OTHER
                   MOVE '** LOOP' TO OUT-S-STATUS
                   ADD 1 TO WS-TOT-CYCLE
           END-EVALUATE
           WRITE REPORT-RECORD FROM SUB-LINE.
      *    THE SUBMISSION RECORD NAMES ONLY THE PREDECESSORS THAT
      *    ARE THEMSELVES ON TOMORROW'S LIST.
       4350-LIST-AFTER-PARA.
           IF TBL-DEPEND(WS-SUB, WS-DEP-SUB) NOT = SPACES
               MOVE TBL-DEPEND(WS-SUB, WS-DEP-SUB) TO WS-FIND-JOB
               PERFORM 1400-FIND-JOB-PARA
               IF WS-FIND-SUB > ZERO
                   IF TBL-DUE-TMRW(WS-FIND-SUB) = 'Y'
                       MOVE WS-FIND-JOB TO JS-AFTER(WS-DEP-SUB)
                   END-IF
               END-IF
           END-IF.
       4400-FLAG-LOOP-PARA.
           IF TBL-DUE-TMRW(WS-SUB) = 'Y'
               AND TBL-SUB-STATUS(WS-SUB) = SPACE
               MOVE 'C' TO TBL-SUB-STATUS(WS-SUB)
               MOVE SPACES TO WS-AFTER-JOB
               DISPLAY 'JOB ' TBL-JOB(WS-SUB)
                   ' WAITS IN A PREDECESSOR LOOP - NOT SUBMITTED'
               PERFORM 4300-WRITE-SUBMIT-PARA
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-CAL-READ TO OUT-TOT-CAL
           MOVE WS-TOT-REJECTED TO OUT-TOT-REJ
           MOVE WS-TOT-DUE      TO OUT-TOT-DUE
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           MOVE WS-TOT-CYCLE    TO OUT-TOT-CYCLE
           MOVE WS-TOT-YDAY-DUE TO OUT-TOT-YDAY
           MOVE WS-TOT-MISSED   TO OUT-TOT-MISSED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** PERIODIC JOB SCHEDULER SUMMARY **'
           DISPLAY 'CALENDAR ROWS READ    : ', WS-TOT-CAL-READ
           DISPLAY 'CALENDAR ROWS REJECTED: ', WS-TOT-REJECTED
           DISPLAY 'DUE ON ' WS-TOMORROW '       : ', WS-TOT-DUE
           DISPLAY 'HELD                  : ', WS-TOT-HELD
           DISPLAY 'IN A PREDECESSOR LOOP : ', WS-TOT-CYCLE
           DISPLAY 'DUE ON ' WS-YESTERDAY '       : ', WS-TOT-YDAY-DUE
           DISPLAY 'NOT RUN               : ', WS-TOT-MISSED
           IF (WS-TOT-MISSED > ZERO OR WS-TOT-HELD > ZERO
               OR WS-TOT-CYCLE > ZERO OR WS-TOT-REJECTED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SUBMIT-FILE
                 REPORT-FILE
           PERFORM 9100-WRITE-RUNLOG-PARA.
       8200-RAISE-ALERT-PARA.
           MOVE 'M'        TO ALR-SEVERITY
           MOVE 'EMPJOBSC' TO ALR-SOURCE-PGM
           MOVE 'STEP172'  TO ALR-STEP
           CALL 'ALERTW' USING ALERT-RECORD.
       9100-WRITE-RUNLOG-PARA.
           MOVE 'EMPJOBSC'         TO RL-PROGRAM
           MOVE WS-RL-START-HHMMSS TO RL-START-TIME
           MOVE WS-TOT-CAL-READ    TO RL-RECS-READ
           MOVE WS-SEQ             TO RL-RECS-WRITTEN
           MOVE WS-TOT-REJECTED    TO RL-RECS-REJECTED
           MOVE RETURN-CODE        TO RL-COMP-CODE
           CALL 'RUNLOGW' USING RUNLOG-RECORD
           MOVE RL-COMP-CODE       TO RETURN-CODE.
