       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBRAD.
      *****************************************************
      *  SICKNESS ABSENCE PATTERN REPORT (BRADFORD FACTOR). *
      *  EMPLEAVE KEEPS THE SICK-LEAVE BALANCE; THIS SHOWS  *
      *  THE PATTERN BEHIND IT.  EVERY SICK ('S')           *
      *  TRANSACTION ON LEVTRAN.DAT IS MARKED DAY BY DAY    *
      *  ACROSS A ROLLING 52-WEEK WINDOW (364 DAYS ENDING   *
      *  ON THE RUN DATE, OVERRIDE WITH BRADDTE=YYYYMMDD) - *
      *  RANGES FROM LT-LEAVE-DATE TO LT-END-DATE,          *
      *  SINGLE-DATE TRANSACTIONS LT-DAYS DAYS FROM THE     *
      *  DATE WITH A PART DAY COUNTING AS ONE.  FOR EACH    *
      *  ACTIVE EMPLOYEE A SPELL IS A RUN OF MARKED DAYS; A *
      *  PUBLIC HOLIDAY IN THE REGION OF EMP-LOC            *
      *  (HOLCAL.DAT) NEITHER BREAKS A SPELL NOR COUNTS AS  *
      *  A SICK DAY.  THE BRADFORD SCORE IS SPELLS SQUARED  *
      *  TIMES DAYS, SO FREQUENT SHORT ABSENCES SCORE FAR   *
      *  ABOVE ONE LONG ONE.  THE TRIGGER POINTS ON         *
      *  BRADPARM.DAT (SCORE AND REVIEW ACTION PER CARD,    *
      *  DEFAULT ONE TRIGGER AT 51) FLAG ANYONE AT OR OVER  *
      *  A TRIGGER FOR A RETURN-TO-WORK REVIEW, NAMING THE  *
      *  HIGHEST TRIGGER REACHED.  THE REPORT ROLLS UP BY   *
      *  DEPARTMENT AND BY SUPERVISOR (SUPVMAST.DAT).       *
      *  REPORT ON BRADRPT.DAT, RC=4 WHEN ANYONE IS         *
      *  FLAGGED.                                           *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT LEAVE-TRAN-FILE ASSIGN TO 'LEVTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT SUPERVISOR-MASTER ASSIGN TO 'SUPVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PARM-FILE ASSIGN TO 'BRADPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'BRADRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  LEAVE-TRAN-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  LEAVE-TRAN-RECORD.
           03  LT-EMP-ID           PIC X(05).
           03  LT-LEAVE-DATE       PIC 9(08).
           03  LT-DAYS             PIC 9(2)V9.
           03  LT-END-DATE         PIC 9(08).
           03  LT-TYPE             PIC X(01).
               88  LT-SICK                    VALUE 'S'.
           03  LT-CERT             PIC X(01).
       FD  SUPERVISOR-MASTER.
       COPY SUPVREC.
       FD  PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PARM-RECORD.
           03  BP-SCORE            PIC 9(05).
           03  BP-ACTION           PIC X(20).
           03  FILLER              PIC X(05).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-EMP-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-EMPLOYEES              VALUE 'Y'.
       01  WS-LT-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-LEAVE                  VALUE 'Y'.
       01  WS-PARM-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PARMS                  VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-LEAVE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  LEAVE-FILE-OPEN               VALUE 'Y'.
       01  WS-SUPV-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  SUPV-FILE-OPEN                VALUE 'Y'.
       01  WS-SPELL-FLAG           PIC X(01) VALUE 'N'.
           88  IN-SPELL                      VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-ENV-DATE             PIC X(08) VALUE SPACES.
       01  WS-ENV-DATE-N REDEFINES WS-ENV-DATE
                                   PIC 9(08).
       01  WS-WIN-END              PIC 9(08) VALUE ZERO.
       01  WS-WIN-START            PIC 9(08) VALUE ZERO.
       01  WS-CALC-DATE            PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
      *    ONE ENTRY PER DAY OF THE WINDOW, OLDEST FIRST, AND A
      *    HIGH-VALUE STOPPER SO A WALK NEVER RUNS OFF THE END.
       01  WS-WINDOW-TABLE.
           03  WS-WIN-DATE         PIC 9(08) OCCURS 365 TIMES.
       01  WS-TRG-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-TRIGGER-TABLE.
           03  TRG-ENTRY           OCCURS 10 TIMES.
               05  TBL-TRG-SCORE   PIC 9(05).
               05  TBL-TRG-ACTION  PIC X(20).
       01  WS-SCK-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SICK-TABLE.
           03  SCK-ENTRY           OCCURS 500 TIMES.
               05  TBL-SCK-EMP-ID  PIC X(05).
               05  TBL-SCK-DAYS    PIC X(364).
               05  TBL-SCK-DAYS-R REDEFINES TBL-SCK-DAYS.
                   07  TBL-SCK-DAY PIC X(01) OCCURS 364 TIMES.
       01  WS-DPT-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-DPT-TABLE.
           03  DPT-ENTRY           OCCURS 50 TIMES.
               05  TBL-DPT-CODE    PIC X(08).
               05  TBL-DPT-STAFF   PIC 9(05).
               05  TBL-DPT-SPELLS  PIC 9(05).
               05  TBL-DPT-DAYS    PIC 9(05).
               05  TBL-DPT-FLAGGED PIC 9(05).
               05  TBL-DPT-SCORE   PIC 9(11).
       01  WS-SUP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SUP-TABLE.
           03  SUP-ENTRY           OCCURS 100 TIMES.
               05  TBL-SUP-CODE    PIC X(08).
               05  TBL-SUP-STAFF   PIC 9(05).
               05  TBL-SUP-SPELLS  PIC 9(05).
               05  TBL-SUP-DAYS    PIC 9(05).
               05  TBL-SUP-FLAGGED PIC 9(05).
               05  TBL-SUP-SCORE   PIC 9(11).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-DSUB                 PIC 9(03) VALUE ZERO.
       01  WS-TSUB                 PIC 9(02) VALUE ZERO.
       01  WS-LOOK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-MARK-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MARKED               PIC 9(03) VALUE ZERO.
       01  WS-SPELLS               PIC 9(03) VALUE ZERO.
       01  WS-SICK-DAYS            PIC 9(03) VALUE ZERO.
       01  WS-SCORE                PIC 9(08) VALUE ZERO.
       01  WS-BEST-SCORE           PIC 9(05) VALUE ZERO.
       01  WS-ACTION               PIC X(20) VALUE SPACES.
       01  WS-SUPV-ID              PIC X(08) VALUE SPACES.
       01  WS-ROLL-CODE            PIC X(08) VALUE SPACES.
       01  WS-AVG-SCORE            PIC 9(08) VALUE ZERO.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       01  WS-COUNTERS.
           03  WS-TOT-ACTIVE       PIC 9(05) VALUE ZERO.
           03  WS-TOT-SICK         PIC 9(05) VALUE ZERO.
           03  WS-TOT-FLAGGED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-TRAN         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OUTSIDE      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(37) VALUE
               'SICKNESS ABSENCE (BRADFORD) 52 WEEKS '.
           03  OUT-HDR-START       PIC 9(08).
           03  FILLER              PIC X(04) VALUE ' TO '.
           03  OUT-HDR-END         PIC 9(08).
           03  FILLER              PIC X(23) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'NAME'.
           03  FILLER              PIC X(06) VALUE 'DEPT'.
           03  FILLER              PIC X(10) VALUE 'SUPERVSR'.
           03  FILLER              PIC X(05) VALUE 'SPL'.
           03  FILLER              PIC X(05) VALUE 'DAYS'.
           03  FILLER              PIC X(10) VALUE '     SCORE'.
           03  FILLER              PIC X(21) VALUE 'REVIEW'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SUPERVISOR      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SPELLS          PIC ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DAYS            PIC ZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-SCORE           PIC ZZZZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-ACTION          PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  ROLL-HEADING-LINE.
           03  OUT-ROLL-TITLE      PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE '  STAFF'.
           03  FILLER              PIC X(07) VALUE ' SPELLS'.
           03  FILLER              PIC X(07) VALUE '   DAYS'.
           03  FILLER              PIC X(09) VALUE '  FLAGGED'.
           03  FILLER              PIC X(40) VALUE
               '  AVG SCORE'.
       01  ROLL-DETAIL-LINE.
           03  OUT-ROLL-CODE       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-ROLL-STAFF      PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-ROLL-SPELLS     PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-ROLL-DAYS       PIC ZZZZ9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-ROLL-FLAGGED    PIC ZZZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-ROLL-AVG        PIC ZZZZZZZ9.
           03  FILLER              PIC X(29) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(09) VALUE 'ACTIVE: '.
           03  OUT-TOT-ACTIVE      PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  WITH SPELLS:'.
           03  OUT-TOT-SICK        PIC ZZZZ9.
           03  FILLER              PIC X(21) VALUE
               '  FLAGGED FOR REVIEW:'.
           03  OUT-TOT-FLAGGED     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-LOAD-SICK-PARA UNTIL END-OF-LEAVE
           PERFORM 3000-SCORE-EMPLOYEES-PARA
               UNTIL END-OF-EMPLOYEES
           PERFORM 5000-PRINT-ROLLUPS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO WS-WIN-END
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT 'BRADDTE'
           IF WS-ENV-DATE NUMERIC AND WS-ENV-DATE-N > ZERO
               MOVE WS-ENV-DATE-N TO WS-WIN-END
           END-IF
           PERFORM 1200-BUILD-WINDOW-PARA
           PERFORM 1100-LOAD-TRIGGERS-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE WS-WIN-START TO OUT-HDR-START
           MOVE WS-WIN-END   TO OUT-HDR-END
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT SUPERVISOR-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-SUPV-OPEN-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EMP-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT LEAVE-TRAN-FILE
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN-FLAG
           ELSE
               DISPLAY 'LEVTRAN.DAT NOT AVAILABLE - NO SICKNESS '
                   'RECORDED'
               MOVE 'Y' TO WS-LT-EOF-FLAG
           END-IF.
      *****************************************************
      *  ONE CARD PER TRIGGER POINT - THE BRADFORD SCORE    *
      *  AND THE REVIEW IT CALLS FOR.  NO CARDS MEANS THE   *
      *  USUAL SINGLE TRIGGER AT 51.                        *
      *****************************************************
       1100-LOAD-TRIGGERS-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1150-READ-TRIGGER-PARA UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF
           IF WS-TRG-COUNT = ZERO
               MOVE 1  TO WS-TRG-COUNT
               MOVE 51 TO TBL-TRG-SCORE(1)
               MOVE 'RETURN TO WORK' TO TBL-TRG-ACTION(1)
           END-IF.
       1150-READ-TRIGGER-PARA.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
               NOT AT END
                   IF BP-SCORE NUMERIC AND BP-SCORE > ZERO
                       IF WS-TRG-COUNT < 10
                           ADD 1 TO WS-TRG-COUNT
                           MOVE BP-SCORE
                               TO TBL-TRG-SCORE(WS-TRG-COUNT)
                           MOVE BP-ACTION
                               TO TBL-TRG-ACTION(WS-TRG-COUNT)
                       ELSE
                           DISPLAY 'WARNING - TRIGGER TABLE FULL AT '
                               '10 - REST IGNORED'
                           MOVE 'Y' TO WS-PARM-EOF-FLAG
                       END-IF
                   ELSE
                       DISPLAY 'BRADPARM.DAT CARD IGNORED - '
                           PARM-RECORD
                   END-IF
           END-READ.
      *****************************************************
      *  THE 364 DAYS OF THE WINDOW: STEP BACK 363 DAYS     *
      *  FROM THE END DATE, THEN LAY THE DATES OUT FORWARD, *
      *  ALL THROUGH DATECALC.  A BRADDTE THAT IS NOT A     *
      *  REAL DATE FALLS BACK TO TODAY.                     *
      *****************************************************
       1200-BUILD-WINDOW-PARA.
           PERFORM 1250-WINDOW-START-PARA
           IF NOT DTQ-OK
               DISPLAY 'BRADDTE ' WS-WIN-END
                   ' IS NOT A CALENDAR DATE - TODAY USED'
               MOVE WS-TODAY-NUM TO WS-WIN-END
               PERFORM 1250-WINDOW-START-PARA
           END-IF
           MOVE DTQ-RESULT-DATE TO WS-WIN-START WS-CALC-DATE
           PERFORM 1220-LAY-OUT-DAY-PARA
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > 364
           MOVE 99999999 TO WS-WIN-DATE(365).
       1220-LAY-OUT-DAY-PARA.
           MOVE WS-CALC-DATE    TO WS-WIN-DATE(WS-DSUB)
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-CALC-DATE    TO DTQ-DATE-1
           MOVE 1               TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-CALC-DATE.
       1250-WINDOW-START-PARA.
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-WIN-END      TO DTQ-DATE-1
           MOVE -363            TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST.
       2000-LOAD-SICK-PARA.
           READ LEAVE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-LT-EOF-FLAG
               NOT AT END
                   IF LT-SICK AND LT-LEAVE-DATE NUMERIC
                       ADD 1 TO WS-TOT-TRAN
                       PERFORM 2100-MARK-SICK-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  MARK THE SICK DAYS THAT FALL INSIDE THE WINDOW.    *
      *  A RANGE THAT STARTED BEFORE THE WINDOW STILL MARKS *
      *  ITS DAYS INSIDE IT; A SINGLE DATE MUST ITSELF BE   *
      *  INSIDE.                                            *
      *****************************************************
       2100-MARK-SICK-PARA.
           MOVE 1 TO WS-DSUB
           PERFORM 2150-SKIP-DAY-PARA
               UNTIL WS-WIN-DATE(WS-DSUB) >= LT-LEAVE-DATE
           IF LT-END-DATE NUMERIC AND LT-END-DATE > ZERO
               IF WS-WIN-DATE(WS-DSUB) > LT-END-DATE
                   ADD 1 TO WS-TOT-OUTSIDE
               ELSE
                   PERFORM 2200-FIND-SICK-ROW-PARA
                   IF WS-FIND-SUB > ZERO
                       PERFORM 2300-MARK-DAY-PARA
                           UNTIL WS-WIN-DATE(WS-DSUB) > LT-END-DATE
                   END-IF
               END-IF
           ELSE
               IF WS-WIN-DATE(WS-DSUB) NOT = LT-LEAVE-DATE
                   ADD 1 TO WS-TOT-OUTSIDE
               ELSE
                   MOVE 1 TO WS-MARK-COUNT
                   IF LT-DAYS NUMERIC AND LT-DAYS > 1
                       COMPUTE WS-MARK-COUNT = LT-DAYS + 0.9
                   END-IF
                   MOVE ZERO TO WS-MARKED
                   PERFORM 2200-FIND-SICK-ROW-PARA
                   IF WS-FIND-SUB > ZERO
                       PERFORM 2300-MARK-DAY-PARA
                           UNTIL WS-DSUB > 364
                              OR WS-MARKED >= WS-MARK-COUNT
                   END-IF
               END-IF
           END-IF.
       2150-SKIP-DAY-PARA.
           ADD 1 TO WS-DSUB.
      *****************************************************
      *  FIND (OR OPEN) THE SICK-DAY ROW FOR LT-EMP-ID;     *
      *  WS-FIND-SUB COMES BACK ZERO ONLY WHEN THE TABLE    *
      *  IS FULL.                                           *
      *****************************************************
       2200-FIND-SICK-ROW-PARA.
           MOVE LT-EMP-ID TO WS-LOOK-EMP-ID
           PERFORM 4000-LOOKUP-ROW-PARA
           IF WS-FIND-SUB = ZERO
               IF WS-SCK-COUNT < 500
                   ADD 1 TO WS-SCK-COUNT
                   MOVE LT-EMP-ID TO TBL-SCK-EMP-ID(WS-SCK-COUNT)
                   MOVE SPACES    TO TBL-SCK-DAYS(WS-SCK-COUNT)
                   MOVE WS-SCK-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - SICKNESS TABLE FULL AT 500 - '
                       LT-EMP-ID ' NOT SCORED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2300-MARK-DAY-PARA.
           MOVE 'S' TO TBL-SCK-DAY(WS-FIND-SUB WS-DSUB)
           ADD 1 TO WS-DSUB
           ADD 1 TO WS-MARKED.
       3000-SCORE-EMPLOYEES-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
               NOT AT END
                   IF EMP-ACTIVE
                       ADD 1 TO WS-TOT-ACTIVE
                       PERFORM 3100-SCORE-ONE-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  ONE ACTIVE EMPLOYEE: COUNT SPELLS AND SICK DAYS    *
      *  ACROSS THE WINDOW, SCORE THEM AND FIND THE HIGHEST *
      *  TRIGGER REACHED.                                   *
      *****************************************************
       3100-SCORE-ONE-PARA.
           MOVE ZERO   TO WS-SPELLS WS-SICK-DAYS WS-SCORE
           MOVE SPACES TO WS-ACTION
           MOVE EMP-ID TO WS-LOOK-EMP-ID
           PERFORM 4000-LOOKUP-ROW-PARA
           IF WS-FIND-SUB > ZERO
               MOVE SPACES  TO HLQ-REGION
               MOVE 'L'     TO RLK-FILE-ID
               MOVE SPACES  TO RLK-KEY
               MOVE EMP-LOC TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND
                   MOVE RLK-DATA    TO LOCM-RECORD
                   MOVE LOCM-REGION TO HLQ-REGION
               END-IF
               MOVE 'N' TO WS-SPELL-FLAG
               PERFORM 3200-SCAN-DAY-PARA
                   VARYING WS-DSUB FROM 1 BY 1
                   UNTIL WS-DSUB > 364
               COMPUTE WS-SCORE =
                   WS-SPELLS * WS-SPELLS * WS-SICK-DAYS
           END-IF
           IF WS-SPELLS > ZERO
               ADD 1 TO WS-TOT-SICK
           END-IF
           MOVE ZERO TO WS-BEST-SCORE
           PERFORM 3300-CHECK-TRIGGER-PARA
               VARYING WS-TSUB FROM 1 BY 1
               UNTIL WS-TSUB > WS-TRG-COUNT
           IF WS-ACTION NOT = SPACES
               ADD 1 TO WS-TOT-FLAGGED
           END-IF
           MOVE SPACES TO WS-SUPV-ID
           IF SUPV-FILE-OPEN
               MOVE EMP-ID TO SUP-EMP-ID
               READ SUPERVISOR-MASTER
                   INVALID KEY
                       MOVE '*NONE*  ' TO WS-SUPV-ID
                   NOT INVALID KEY
                       MOVE SUP-SUPERVISOR TO WS-SUPV-ID
               END-READ
           ELSE
               MOVE '*NONE*  ' TO WS-SUPV-ID
           END-IF
           MOVE EMP-ID       TO OUT-EMP-ID
           MOVE EMP-NAME     TO OUT-EMP-NAME
           MOVE EMP-DEPT     TO OUT-DEPT
           MOVE WS-SUPV-ID   TO OUT-SUPERVISOR
           MOVE WS-SPELLS    TO OUT-SPELLS
           MOVE WS-SICK-DAYS TO OUT-DAYS
           MOVE WS-SCORE     TO OUT-SCORE
           MOVE WS-ACTION    TO OUT-ACTION
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE EMP-DEPT TO WS-ROLL-CODE
           PERFORM 3400-ADD-DEPT-PARA
           MOVE WS-SUPV-ID TO WS-ROLL-CODE
           PERFORM 3500-ADD-SUPV-PARA.
      *****************************************************
      *  A MARKED DAY STARTS A SPELL UNLESS ONE IS RUNNING; *
      *  AN UNMARKED WORKING DAY ENDS IT.  A HOLIDAY IS     *
      *  NEUTRAL EITHER WAY AND IS NEVER A SICK DAY.        *
      *****************************************************
       3200-SCAN-DAY-PARA.
           MOVE WS-WIN-DATE(WS-DSUB) TO HLQ-DATE
           CALL 'HOLLKUP' USING HOLLKUP-REQUEST
           IF TBL-SCK-DAY(WS-FIND-SUB WS-DSUB) = 'S'
               IF NOT IN-SPELL
                   ADD 1 TO WS-SPELLS
                   MOVE 'Y' TO WS-SPELL-FLAG
               END-IF
               IF HLQ-NOT-HOLIDAY
                   ADD 1 TO WS-SICK-DAYS
               END-IF
           ELSE
               IF HLQ-NOT-HOLIDAY
                   MOVE 'N' TO WS-SPELL-FLAG
               END-IF
           END-IF.
       3300-CHECK-TRIGGER-PARA.
           IF WS-SCORE >= TBL-TRG-SCORE(WS-TSUB)
               AND TBL-TRG-SCORE(WS-TSUB) > WS-BEST-SCORE
               MOVE TBL-TRG-SCORE(WS-TSUB)  TO WS-BEST-SCORE
               MOVE TBL-TRG-ACTION(WS-TSUB) TO WS-ACTION
           END-IF.
       3400-ADD-DEPT-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3410-MATCH-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DPT-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-DPT-COUNT < 50
                   ADD 1 TO WS-DPT-COUNT
                   MOVE WS-ROLL-CODE TO TBL-DPT-CODE(WS-DPT-COUNT)
                   MOVE ZERO TO TBL-DPT-STAFF(WS-DPT-COUNT)
                                TBL-DPT-SPELLS(WS-DPT-COUNT)
                                TBL-DPT-DAYS(WS-DPT-COUNT)
                                TBL-DPT-FLAGGED(WS-DPT-COUNT)
                                TBL-DPT-SCORE(WS-DPT-COUNT)
                   MOVE WS-DPT-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL AT 50 '
                       'ENTRIES - ' WS-ROLL-CODE ' NOT ROLLED UP'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1            TO TBL-DPT-STAFF(WS-FIND-SUB)
               ADD WS-SPELLS    TO TBL-DPT-SPELLS(WS-FIND-SUB)
               ADD WS-SICK-DAYS TO TBL-DPT-DAYS(WS-FIND-SUB)
               ADD WS-SCORE     TO TBL-DPT-SCORE(WS-FIND-SUB)
               IF WS-ACTION NOT = SPACES
                   ADD 1 TO TBL-DPT-FLAGGED(WS-FIND-SUB)
               END-IF
           END-IF.
       3410-MATCH-DEPT-PARA.
           IF TBL-DPT-CODE(WS-SUB) = WS-ROLL-CODE
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       3500-ADD-SUPV-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3510-MATCH-SUPV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUP-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-SUP-COUNT < 100
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-ROLL-CODE TO TBL-SUP-CODE(WS-SUP-COUNT)
                   MOVE ZERO TO TBL-SUP-STAFF(WS-SUP-COUNT)
                                TBL-SUP-SPELLS(WS-SUP-COUNT)
                                TBL-SUP-DAYS(WS-SUP-COUNT)
                                TBL-SUP-FLAGGED(WS-SUP-COUNT)
                                TBL-SUP-SCORE(WS-SUP-COUNT)
                   MOVE WS-SUP-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - SUPERVISOR TABLE FULL AT 100 '
                       'ENTRIES - ' WS-ROLL-CODE ' NOT ROLLED UP'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1            TO TBL-SUP-STAFF(WS-FIND-SUB)
               ADD WS-SPELLS    TO TBL-SUP-SPELLS(WS-FIND-SUB)
               ADD WS-SICK-DAYS TO TBL-SUP-DAYS(WS-FIND-SUB)
               ADD WS-SCORE     TO TBL-SUP-SCORE(WS-FIND-SUB)
               IF WS-ACTION NOT = SPACES
                   ADD 1 TO TBL-SUP-FLAGGED(WS-FIND-SUB)
               END-IF
           END-IF.
       3510-MATCH-SUPV-PARA.
           IF TBL-SUP-CODE(WS-SUB) = WS-ROLL-CODE
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       4000-LOOKUP-ROW-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 4050-MATCH-ROW-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SCK-COUNT OR WS-FIND-SUB > ZERO.
       4050-MATCH-ROW-PARA.
           IF TBL-SCK-EMP-ID(WS-SUB) = WS-LOOK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       5000-PRINT-ROLLUPS-PARA.
           MOVE 'DEPT'       TO OUT-ROLL-TITLE
           WRITE REPORT-RECORD FROM ROLL-HEADING-LINE
           PERFORM 5100-PRINT-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DPT-COUNT
           MOVE 'SUPERVISOR' TO OUT-ROLL-TITLE
           WRITE REPORT-RECORD FROM ROLL-HEADING-LINE
           PERFORM 5200-PRINT-SUPV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUP-COUNT.
       5100-PRINT-DEPT-PARA.
           MOVE TBL-DPT-CODE(WS-SUB)    TO OUT-ROLL-CODE
           MOVE TBL-DPT-STAFF(WS-SUB)   TO OUT-ROLL-STAFF
           MOVE TBL-DPT-SPELLS(WS-SUB)  TO OUT-ROLL-SPELLS
           MOVE TBL-DPT-DAYS(WS-SUB)    TO OUT-ROLL-DAYS
           MOVE TBL-DPT-FLAGGED(WS-SUB) TO OUT-ROLL-FLAGGED
           COMPUTE WS-AVG-SCORE ROUNDED =
               TBL-DPT-SCORE(WS-SUB) / TBL-DPT-STAFF(WS-SUB)
           MOVE WS-AVG-SCORE            TO OUT-ROLL-AVG
           WRITE REPORT-RECORD FROM ROLL-DETAIL-LINE.
       5200-PRINT-SUPV-PARA.
           MOVE TBL-SUP-CODE(WS-SUB)    TO OUT-ROLL-CODE
           MOVE TBL-SUP-STAFF(WS-SUB)   TO OUT-ROLL-STAFF
           MOVE TBL-SUP-SPELLS(WS-SUB)  TO OUT-ROLL-SPELLS
           MOVE TBL-SUP-DAYS(WS-SUB)    TO OUT-ROLL-DAYS
           MOVE TBL-SUP-FLAGGED(WS-SUB) TO OUT-ROLL-FLAGGED
           COMPUTE WS-AVG-SCORE ROUNDED =
               TBL-SUP-SCORE(WS-SUB) / TBL-SUP-STAFF(WS-SUB)
           MOVE WS-AVG-SCORE            TO OUT-ROLL-AVG
           WRITE REPORT-RECORD FROM ROLL-DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-ACTIVE  TO OUT-TOT-ACTIVE
           MOVE WS-TOT-SICK    TO OUT-TOT-SICK
           MOVE WS-TOT-FLAGGED TO OUT-TOT-FLAGGED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** SICKNESS ABSENCE PATTERN SUMMARY **'
           DISPLAY 'WINDOW START     : ', WS-WIN-START
           DISPLAY 'WINDOW END       : ', WS-WIN-END
           DISPLAY 'SICK TRANSACTIONS: ', WS-TOT-TRAN
           DISPLAY 'OUTSIDE WINDOW   : ', WS-TOT-OUTSIDE
           DISPLAY 'ACTIVE EMPLOYEES : ', WS-TOT-ACTIVE
           DISPLAY 'WITH SICK SPELLS : ', WS-TOT-SICK
           DISPLAY 'FLAGGED FOR RTW  : ', WS-TOT-FLAGGED
           IF WS-TOT-FLAGGED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-TRAN-FILE
           END-IF
           IF SUPV-FILE-OPEN
               CLOSE SUPERVISOR-MASTER
           END-IF
           CLOSE REPORT-FILE.
