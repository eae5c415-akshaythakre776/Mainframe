       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBONUS.
      *****************************************************
      *  DISCRETIONARY BONUS POOL ALLOCATION.  THE ANNUAL   *
      *  AND QUARTERLY BONUS USED TO BE WORKED OUT ON A     *
      *  SPREADSHEET AND KEYED AS ONE-OFF ADJUSTMENTS.      *
      *  EACH DEPARTMENT'S POOL IS THE BUD-BONUS-POOL OF    *
      *  ITS BUDGMAST.DAT ROWS FOR THE YEAR (ALL LOCATIONS  *
      *  ROLLED UP, A QUARTER OF IT FOR A QUARTERLY RUN).   *
      *  EVERY ACTIVE OR ON-LEAVE EMPLOYEE WITH A RATING    *
      *  ON RATINGS.DAT GETS A WEIGHT - THE TARGET          *
      *  PERCENTAGE (BONUSTGT=NN, DEFAULT 10) OF EMP-EARN   *
      *  FOR THE MONTHS IN THE PERIOD, TIMES THE RATING     *
      *  MULTIPLIER (BONUSMTX.DAT, DEFAULT 0/50/100/125/150 *
      *  FOR RATINGS 1-5), TIMES THE SHARE OF THE PERIOD    *
      *  THE EMPLOYEE WAS ELIGIBLE: A JOINER COUNTS FROM    *
      *  EMP-HIRE-DATE AND DAYS ON UNPAID LEAVE (LOAMAST)   *
      *  INSIDE THE PERIOD ARE TAKEN OUT.  THE DEPARTMENT   *
      *  POOL IS THEN SHARED IN PROPORTION TO THE WEIGHTS.  *
      *  BONUSPER=A (DEFAULT) OR Q PICKS ANNUAL OR          *
      *  QUARTERLY; BONUSEND=YYYYMM NAMES THE LAST MONTH    *
      *  OF THE PERIOD (DEFAULT THE YEAR OR QUARTER OF THE  *
      *  RUN DATE).  LIKE EMPMERIT THE FIRST RUN ONLY       *
      *  PRINTS THE PROPOSALS (BONUSRPT.DAT); WITH          *
      *  BONUSAPP=Y THE SAME ALLOCATION IS ALSO WRITTEN AS  *
      *  'BN' ADJUSTMENTS (BONUSADJ.DAT, ADJREC.CPY) FOR    *
      *  THE NEXT EMPCYCLE STEP115 PAYADJ MERGE, SO THE     *
      *  BONUS IS TAXED AND JOURNALLED LIKE ANY OTHER PAY.  *
      *  A DISCIPLINARY WARNING LIVE ON THE RUN DATE        *
      *  (DISCLKUP, DISCCASE.DAT) AT OR ABOVE LEVEL         *
      *  BONUSDSC=N (DEFAULT 3, FINAL WRITTEN) TAKES THE    *
      *  EMPLOYEE OUT OF THE SHARE, OR WITH BONUSDCP=NNN    *
      *  CAPS THEIR RATING MULTIPLIER AT THAT PERCENTAGE;   *
      *  THE WARNING PRINTS UNDER THEIR LINE AS THE REASON. *
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

           SELECT RATINGS-FILE ASSIGN TO 'RATINGS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT MATRIX-FILE ASSIGN TO 'BONUSMTX.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT LOA-MASTER ASSIGN TO 'LOAMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LOA-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT BUDGET-MASTER ASSIGN TO 'BUDGMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT REPORT-FILE ASSIGN TO 'BONUSRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT ADJUST-FILE ASSIGN TO 'BONUSADJ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  RATINGS-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  RATING-RECORD.
           03  MRT-EMP-ID          PIC X(05).
           03  MRT-RATING          PIC 9(01).
       FD  MATRIX-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  MATRIX-RECORD.
           03  BMX-RATING          PIC 9(01).
           03  BMX-MULT-PCT        PIC 9(3)V99.
       FD  LOA-MASTER.
       COPY LOAREC.
       FD  BUDGET-MASTER
           RECORD CONTAINS 49 CHARACTERS.
       COPY BUDGREC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  ADJUST-FILE
           RECORD CONTAINS 22 CHARACTERS.
       COPY ADJREC.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-RAT-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RATINGS                VALUE 'Y'.
       01  WS-MTX-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-MATRIX                 VALUE 'Y'.
       01  WS-BUD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-BUDGETS                VALUE 'Y'.
       01  WS-LOA-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  LOA-OPEN                      VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-APPLY-FLAG           PIC X(01) VALUE 'N'.
           88  APPROVED-RUN                  VALUE 'Y'.
       01  WS-QUARTERLY-FLAG       PIC X(01) VALUE 'N'.
           88  QUARTERLY-RUN                 VALUE 'Y'.
       01  WS-ENV-APP              PIC X(01) VALUE SPACE.
       01  WS-ENV-PER              PIC X(01) VALUE SPACE.
       01  WS-ENV-END              PIC X(06) VALUE SPACES.
       01  WS-ENV-END-N REDEFINES WS-ENV-END
                                   PIC 9(06).
       01  WS-ENV-TGT              PIC X(02) VALUE SPACES.
       01  WS-ENV-TGT-N REDEFINES WS-ENV-TGT
                                   PIC 9(02).
       01  WS-TARGET-PCT           PIC 9(02) VALUE 10.
       01  WS-ENV-DSC              PIC X(01) VALUE SPACE.
       01  WS-ENV-DSC-N REDEFINES WS-ENV-DSC
                                   PIC 9(01).
       01  WS-ENV-DCP              PIC X(03) VALUE SPACES.
       01  WS-ENV-DCP-N REDEFINES WS-ENV-DCP
                                   PIC 9(03).
       01  WS-DISC-LEVEL           PIC 9(01) VALUE 3.
       01  WS-DISC-CAP             PIC 9(3)V99 VALUE ZERO.
       01  WS-DISC-FLAG            PIC X(01) VALUE 'N'.
           88  DISC-EXCLUDED                 VALUE 'X'.
           88  DISC-CAPPED                   VALUE 'C'.
       COPY DSCREQ.
       01  WS-PERIOD-MONTHS        PIC 9(02) VALUE 12.
       01  WS-END-YR               PIC 9(04) VALUE ZERO.
       01  WS-END-MM               PIC 9(02) VALUE ZERO.
       01  WS-START-MM             PIC 9(02) VALUE ZERO.
       01  WS-CURR-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-WORK-DATE.
           03  WS-WORK-YR          PIC 9(04).
           03  WS-WORK-MM          PIC 9(02).
           03  WS-WORK-DD          PIC 9(02).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                   PIC 9(08).
       01  WS-DAY-ZERO             PIC 9(08) VALUE 00010101.
       COPY DATEREQ.
       01  WS-WORK-DAYS            PIC 9(07) VALUE ZERO.
       01  WS-START-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-END-DAYS             PIC 9(07) VALUE ZERO.
       01  WS-PERIOD-DAYS          PIC 9(05) VALUE ZERO.
       01  WS-FROM-DAYS            PIC 9(07) VALUE ZERO.
       01  WS-LOA-FROM             PIC 9(07) VALUE ZERO.
       01  WS-LOA-TO               PIC 9(07) VALUE ZERO.
       01  WS-ELIG-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-LOA-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-PRORATE              PIC 9V9999 VALUE ZERO.
       01  WS-RATING               PIC 9(01) VALUE ZERO.
       01  WS-MULT-PCT             PIC 9(3)V99 VALUE ZERO.
       01  WS-WEIGHT               PIC 9(9)V99 VALUE ZERO.
       01  WS-BONUS                PIC 9(7)V99 VALUE ZERO.
       01  WS-MULT-DEFAULTS.
           03  FILLER              PIC 9(3)V99 VALUE ZERO.
           03  FILLER              PIC 9(3)V99 VALUE 50.
           03  FILLER              PIC 9(3)V99 VALUE 100.
           03  FILLER              PIC 9(3)V99 VALUE 125.
           03  FILLER              PIC 9(3)V99 VALUE 150.
       01  WS-MULT-TABLE REDEFINES WS-MULT-DEFAULTS.
           03  TBL-MULT-PCT        PIC 9(3)V99 OCCURS 5 TIMES.
       01  WS-RAT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-RAT-TABLE.
           03  RAT-ENTRY           OCCURS 1000 TIMES.
               05  TBL-RAT-EMP-ID  PIC X(05).
               05  TBL-RAT-RATING  PIC 9(01).
       01  WS-DEPT-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  DEPT-ENTRY          OCCURS 50 TIMES.
               05  TBL-DEP-CODE    PIC X(04).
               05  TBL-DEP-POOL    PIC 9(9)V99.
               05  TBL-DEP-WEIGHT  PIC 9(11)V99.
               05  TBL-DEP-PAID    PIC 9(9)V99.
               05  TBL-DEP-HEADS   PIC 9(05).
       01  WS-EMP-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  EMP-ENTRY           OCCURS 2000 TIMES.
               05  TBL-EMP-ID      PIC X(05).
               05  TBL-EMP-DEPT    PIC X(04).
               05  TBL-EMP-EARN    PIC 9(5)V99.
               05  TBL-EMP-RATING  PIC 9(01).
               05  TBL-EMP-PRORATE PIC 9V9999.
               05  TBL-EMP-WEIGHT  PIC 9(9)V99.
               05  TBL-EMP-DSUB    PIC 9(02).
               05  TBL-EMP-DISC    PIC X(01).
               05  TBL-EMP-LEVEL   PIC 9(01).
               05  TBL-EMP-CASE    PIC X(08).
               05  TBL-EMP-EXPIRY  PIC 9(08).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-DSUB                 PIC 9(02) VALUE ZERO.
       01  WS-FIND-DEPT            PIC X(04) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-ELIGIBLE     PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-RATING    PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-POOL      PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADJ          PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISC-EXCL    PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISC-CAP     PIC 9(05) VALUE ZERO.
       01  WS-GRAND-POOL           PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-PAID           PIC 9(11)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'BONUS POOL ALLOCATION - MODE  '.
           03  OUT-HDR-MODE        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE '  PERIOD  '.
           03  OUT-HDR-START       PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(03) VALUE ' - '.
           03  OUT-HDR-END         PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(17) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(05) VALUE 'DEPT'.
           03  FILLER              PIC X(04) VALUE 'RTG'.
           03  FILLER              PIC X(11) VALUE '  EARN'.
           03  FILLER              PIC X(08) VALUE 'PRORATE'.
           03  FILLER              PIC X(16) VALUE '      WEIGHT'.
           03  FILLER              PIC X(30) VALUE '       BONUS'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RATING          PIC 9(01) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EARN            PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PRORATE         PIC 9.9999 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-WEIGHT          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-BONUS           PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(18) VALUE SPACES.
       01  WARNING-LINE.
           03  OUT-WRN-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WRN-DEPT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-WRN-ACTION      PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(21) VALUE
               '- LIVE WARNING LEVEL '.
           03  OUT-WRN-LEVEL       PIC 9(01) VALUE ZERO.
           03  FILLER              PIC X(06) VALUE ' CASE '.
           03  OUT-WRN-CASE        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE ' EXPIRES '.
           03  OUT-WRN-EXPIRY      PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  DEPT-HEADING            PIC X(80) VALUE
           'BONUS BY DEPARTMENT AGAINST POOL'.
       01  DEPT-LINE.
           03  OUT-DEP-CODE        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  POOL: '.
           03  OUT-DEP-POOL        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(13) VALUE '  ALLOCATED: '.
           03  OUT-DEP-PAID        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(08) VALUE '  HEADS '.
           03  OUT-DEP-HEADS       PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(11) VALUE 'ELIGIBLE: '.
           03  OUT-TOT-ELIGIBLE    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  NO RATING: '.
           03  OUT-TOT-NO-RATING   PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  NO POOL: '.
           03  OUT-TOT-NO-POOL     PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  TOTAL PAID: '.
           03  OUT-GRAND-PAID      PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(19) VALUE
               'WARNING EXCLUDED: '.
           03  OUT-TOT-DISC-EXCL   PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE
               '  WARNING CAPPED: '.
           03  OUT-TOT-DISC-CAP    PIC ZZZZ9.
           03  FILLER              PIC X(18) VALUE
               '  AT OR ABOVE LVL '.
           03  OUT-DISC-LEVEL      PIC 9(01).
           03  FILLER              PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 3000-ALLOCATE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EMP-COUNT
           PERFORM 4000-DEPT-TOTALS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CURR-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-APP FROM ENVIRONMENT 'BONUSAPP'
           IF WS-ENV-APP = 'Y'
               MOVE 'Y' TO WS-APPLY-FLAG
           END-IF
           ACCEPT WS-ENV-TGT FROM ENVIRONMENT 'BONUSTGT'
           IF WS-ENV-TGT NUMERIC AND WS-ENV-TGT-N > ZERO
               MOVE WS-ENV-TGT-N TO WS-TARGET-PCT
           END-IF
           ACCEPT WS-ENV-DSC FROM ENVIRONMENT 'BONUSDSC'
           IF WS-ENV-DSC NUMERIC
               AND WS-ENV-DSC-N > ZERO AND WS-ENV-DSC-N < 4
               MOVE WS-ENV-DSC-N TO WS-DISC-LEVEL
           END-IF
           ACCEPT WS-ENV-DCP FROM ENVIRONMENT 'BONUSDCP'
           IF WS-ENV-DCP NUMERIC
               MOVE WS-ENV-DCP-N TO WS-DISC-CAP
           END-IF
           PERFORM 1050-SET-PERIOD-PARA
           OPEN OUTPUT REPORT-FILE
           IF APPROVED-RUN
               MOVE 'APPROVED' TO OUT-HDR-MODE
               OPEN OUTPUT ADJUST-FILE
           ELSE
               MOVE 'PROPOSE ' TO OUT-HDR-MODE
           END-IF
           COMPUTE OUT-HDR-START = (WS-END-YR * 100) + WS-START-MM
           COMPUTE OUT-HDR-END   = (WS-END-YR * 100) + WS-END-MM
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-RATINGS-PARA
           PERFORM 1200-LOAD-MATRIX-PARA
           PERFORM 1400-LOAD-BUDGETS-PARA
           OPEN INPUT LOA-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-LOA-OPEN-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1500-READ-MASTER-PARA
           END-IF.
      *****************************************************
      *  THE PERIOD RUNS FROM THE FIRST OF ITS FIRST MONTH  *
      *  TO THE LAST DAY OF BONUSEND (OR THE RUN DATE'S     *
      *  YEAR OR QUARTER), COUNTED IN TRUE CALENDAR DAYS.   *
      *****************************************************
       1050-SET-PERIOD-PARA.
           ACCEPT WS-ENV-PER FROM ENVIRONMENT 'BONUSPER'
           IF WS-ENV-PER = 'Q'
               MOVE 'Y' TO WS-QUARTERLY-FLAG
               MOVE 3   TO WS-PERIOD-MONTHS
           END-IF
           MOVE WS-TODAY-YR TO WS-END-YR
           IF QUARTERLY-RUN
               COMPUTE WS-END-MM =
                   ((WS-TODAY-MM + 2) / 3) * 3
           ELSE
               MOVE 12 TO WS-END-MM
           END-IF
           ACCEPT WS-ENV-END FROM ENVIRONMENT 'BONUSEND'
           IF WS-ENV-END NUMERIC AND WS-ENV-END-N > ZERO
               MOVE WS-ENV-END(1:4) TO WS-END-YR
               MOVE WS-ENV-END(5:2) TO WS-END-MM
           END-IF
           IF WS-END-MM < WS-PERIOD-MONTHS
               MOVE WS-PERIOD-MONTHS TO WS-END-MM
           END-IF
           COMPUTE WS-START-MM = WS-END-MM - WS-PERIOD-MONTHS + 1
           MOVE WS-END-YR   TO WS-WORK-YR
           MOVE WS-START-MM TO WS-WORK-MM
           MOVE 1           TO WS-WORK-DD
           PERFORM 2250-DAY-NUMBER-PARA
           MOVE WS-WORK-DAYS TO WS-START-DAYS
           MOVE WS-END-MM   TO WS-WORK-MM
           MOVE 'LD'             TO DTQ-FUNCTION
           MOVE WS-WORK-DATE-NUM TO DTQ-DATE-1
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE  TO WS-WORK-DATE-NUM
           PERFORM 2250-DAY-NUMBER-PARA
           MOVE WS-WORK-DAYS TO WS-END-DAYS
           COMPUTE WS-PERIOD-DAYS = WS-END-DAYS - WS-START-DAYS + 1.
       1100-LOAD-RATINGS-PARA.
           OPEN INPUT RATINGS-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1150-READ-RATING-PARA
                   UNTIL END-OF-RATINGS
               CLOSE RATINGS-FILE
           ELSE
               DISPLAY 'RATINGS.DAT NOT PRESENT - NO BONUS PAID'
               MOVE 'Y' TO WS-FILE-FLAG
           END-IF.
       1150-READ-RATING-PARA.
           READ RATINGS-FILE
               AT END
                   MOVE 'Y' TO WS-RAT-EOF-FLAG
               NOT AT END
                   IF WS-RAT-COUNT < 1000
                       ADD 1 TO WS-RAT-COUNT
                       MOVE MRT-EMP-ID TO
                           TBL-RAT-EMP-ID(WS-RAT-COUNT)
                       MOVE MRT-RATING TO
                           TBL-RAT-RATING(WS-RAT-COUNT)
                   END-IF
           END-READ.
       1200-LOAD-MATRIX-PARA.
           OPEN INPUT MATRIX-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1250-READ-MATRIX-PARA UNTIL END-OF-MATRIX
               CLOSE MATRIX-FILE
           ELSE
               DISPLAY 'BONUSMTX.DAT NOT PRESENT - DEFAULT '
                   'RATING MULTIPLIERS USED'
           END-IF.
       1250-READ-MATRIX-PARA.
           READ MATRIX-FILE
               AT END
                   MOVE 'Y' TO WS-MTX-EOF-FLAG
               NOT AT END
                   IF BMX-RATING > ZERO AND BMX-RATING < 6
                       MOVE BMX-MULT-PCT TO
                           TBL-MULT-PCT(BMX-RATING)
                   END-IF
           END-READ.
       1400-LOAD-BUDGETS-PARA.
           OPEN INPUT BUDGET-MASTER
           IF WS-FILE-STAT5 = '00'
               PERFORM 1450-READ-BUDGET-PARA UNTIL END-OF-BUDGETS
               CLOSE BUDGET-MASTER
           ELSE
               DISPLAY 'BUDGMAST.DAT NOT PRESENT - NO BONUS POOLS'
           END-IF.
      *****************************************************
      *  POOLS ROLL UP TO DEPARTMENT LEVEL ACROSS           *
      *  LOCATIONS; A QUARTERLY RUN SHARES A QUARTER OF     *
      *  THE ANNUAL POOL.                                   *
      *****************************************************
       1450-READ-BUDGET-PARA.
           READ BUDGET-MASTER
               AT END
                   MOVE 'Y' TO WS-BUD-EOF-FLAG
               NOT AT END
                   IF BUD-YEAR = WS-END-YR
                       MOVE BUD-DEPT TO WS-FIND-DEPT
                       PERFORM 1460-FIND-DEPT-PARA
                       IF WS-DSUB > ZERO
                           IF QUARTERLY-RUN
                               COMPUTE TBL-DEP-POOL(WS-DSUB) ROUNDED
                                   = TBL-DEP-POOL(WS-DSUB)
                                   + (BUD-BONUS-POOL / 4)
                           ELSE
                               ADD BUD-BONUS-POOL TO
                                   TBL-DEP-POOL(WS-DSUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1460-FIND-DEPT-PARA.
           MOVE ZERO TO WS-DSUB
           PERFORM 1470-CHECK-DEPT-PARA
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-DEPT-COUNT
           IF WS-DSUB = ZERO
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-FIND-DEPT TO
                       TBL-DEP-CODE(WS-DEPT-COUNT)
                   MOVE ZERO TO TBL-DEP-POOL(WS-DEPT-COUNT)
                                TBL-DEP-WEIGHT(WS-DEPT-COUNT)
                                TBL-DEP-PAID(WS-DEPT-COUNT)
                                TBL-DEP-HEADS(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DSUB
               ELSE
                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL AT 50 - '
                       WS-FIND-DEPT ' NOT ALLOCATED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1470-CHECK-DEPT-PARA.
           IF TBL-DEP-CODE(WS-FIND-SUB) = WS-FIND-DEPT
               MOVE WS-FIND-SUB TO WS-DSUB
           END-IF.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
           END-READ.
      *****************************************************
      *  FIRST PASS: WEIGH EVERY ELIGIBLE EMPLOYEE AND      *
      *  ADD THE WEIGHT TO THE DEPARTMENT TOTAL.            *
      *****************************************************
       2000-PROCESS-PARA.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               PERFORM 2100-WEIGH-ONE-PARA
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
       2100-WEIGH-ONE-PARA.
           MOVE ZERO TO WS-RATING
           PERFORM 2150-CHECK-RATING-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RAT-COUNT
           IF WS-RATING = ZERO OR WS-RATING > 5
               ADD 1 TO WS-TOT-NO-RATING
           ELSE
               PERFORM 2200-PRORATE-PARA
               IF WS-ELIG-DAYS > ZERO
                   PERFORM 2160-CHECK-WARNING-PARA
                   PERFORM 2300-ADD-EMPLOYEE-PARA
               END-IF
           END-IF.
       2150-CHECK-RATING-PARA.
           IF TBL-RAT-EMP-ID(WS-SUB) = EMP-ID
               MOVE TBL-RAT-RATING(WS-SUB) TO WS-RATING
           END-IF.
      *****************************************************
      *  A WARNING LIVE ON THE RUN DATE AT OR ABOVE         *
      *  BONUSDSC (DEFAULT 3, FINAL WRITTEN) ZEROES THE     *
      *  EMPLOYEE'S WEIGHT, OR WITH BONUSDCP=NNN HOLDS THE  *
      *  RATING MULTIPLIER TO THAT PERCENTAGE.  THE         *
      *  EMPLOYEE STAYS ON THE TABLE SO THE REASON PRINTS   *
      *  IN ITS PLACE IN THE ALLOCATION.                    *
      *****************************************************
       2160-CHECK-WARNING-PARA.
           MOVE 'N'      TO WS-DISC-FLAG
           MOVE EMP-ID   TO DSQ-EMP-ID
           MOVE WS-TODAY TO DSQ-DATE
           CALL 'DISCLKUP' USING DISC-LOOKUP-REQUEST
           IF DSQ-LIVE-WARNING
               AND DSQ-WARN-LEVEL NOT < WS-DISC-LEVEL
               IF WS-DISC-CAP > ZERO
                   MOVE 'C' TO WS-DISC-FLAG
               ELSE
                   MOVE 'X' TO WS-DISC-FLAG
               END-IF
           END-IF.
      *****************************************************
      *  ELIGIBLE DAYS: FROM THE LATER OF PERIOD START AND  *
      *  HIRE DATE TO PERIOD END, LESS ANY UNPAID LEAVE ON  *
      *  LOAMAST.DAT THAT FALLS INSIDE THE PERIOD.          *
      *****************************************************
       2200-PRORATE-PARA.
           MOVE EMP-HIRE-DATE TO WS-WORK-DATE
           PERFORM 2250-DAY-NUMBER-PARA
           IF WS-WORK-DAYS > WS-START-DAYS
               MOVE WS-WORK-DAYS  TO WS-FROM-DAYS
           ELSE
               MOVE WS-START-DAYS TO WS-FROM-DAYS
           END-IF
           COMPUTE WS-ELIG-DAYS = WS-END-DAYS - WS-FROM-DAYS + 1
           MOVE ZERO TO WS-LOA-DAYS
           IF WS-ELIG-DAYS > ZERO AND LOA-OPEN
               MOVE EMP-ID TO LOA-EMP-ID
               READ LOA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2270-LOA-OVERLAP-PARA
               END-READ
           END-IF
           SUBTRACT WS-LOA-DAYS FROM WS-ELIG-DAYS
           IF WS-ELIG-DAYS > ZERO
               COMPUTE WS-PRORATE ROUNDED =
                   WS-ELIG-DAYS / WS-PERIOD-DAYS
           ELSE
               MOVE ZERO TO WS-PRORATE
           END-IF.
      *****************************************************
      *  DAY NUMBER OF WS-WORK-DATE - CALENDAR DAYS SINCE   *
      *  WS-DAY-ZERO, PLUS ONE SO A GOOD DATE IS NEVER      *
      *  ZERO.  ZERO MEANS NO DATE OR NOT A REAL DATE.      *
      *****************************************************
       2250-DAY-NUMBER-PARA.
           MOVE ZERO TO WS-WORK-DAYS
           IF WS-WORK-DATE NUMERIC AND WS-WORK-DATE-NUM > ZERO
               MOVE 'DB'             TO DTQ-FUNCTION
               MOVE WS-DAY-ZERO      TO DTQ-DATE-1
               MOVE WS-WORK-DATE-NUM TO DTQ-DATE-2
               CALL 'DATECALC' USING DATECALC-REQUEST
               IF DTQ-OK
                   COMPUTE WS-WORK-DAYS = DTQ-RESULT-DAYS + 1
               END-IF
           END-IF.
       2270-LOA-OVERLAP-PARA.
           MOVE LOA-START TO WS-WORK-DATE
           PERFORM 2250-DAY-NUMBER-PARA
           IF WS-WORK-DAYS > WS-FROM-DAYS
               MOVE WS-WORK-DAYS TO WS-LOA-FROM
           ELSE
               MOVE WS-FROM-DAYS TO WS-LOA-FROM
           END-IF
           MOVE LOA-EXP-RETURN TO WS-WORK-DATE
           PERFORM 2250-DAY-NUMBER-PARA
           IF WS-WORK-DAYS = ZERO OR WS-WORK-DAYS > WS-END-DAYS
               MOVE WS-END-DAYS TO WS-LOA-TO
           ELSE
               MOVE WS-WORK-DAYS TO WS-LOA-TO
           END-IF
           IF WS-LOA-TO NOT < WS-LOA-FROM
               COMPUTE WS-LOA-DAYS = WS-LOA-TO - WS-LOA-FROM + 1
           END-IF.
       2300-ADD-EMPLOYEE-PARA.
           MOVE EMP-DEPT TO WS-FIND-DEPT
           PERFORM 1460-FIND-DEPT-PARA
           IF WS-DSUB > ZERO
               IF WS-EMP-COUNT < 2000
                   MOVE TBL-MULT-PCT(WS-RATING) TO WS-MULT-PCT
                   EVALUATE TRUE
                       WHEN DISC-EXCLUDED
                           MOVE ZERO TO WS-MULT-PCT
                       WHEN DISC-CAPPED
                           AND WS-MULT-PCT > WS-DISC-CAP
                           MOVE WS-DISC-CAP TO WS-MULT-PCT
                       WHEN DISC-CAPPED
                           MOVE 'N' TO WS-DISC-FLAG
                   END-EVALUATE
                   COMPUTE WS-WEIGHT ROUNDED =
                       EMP-EARN * WS-PERIOD-MONTHS
                       * WS-TARGET-PCT / 100
                       * WS-MULT-PCT / 100
                       * WS-PRORATE
                   ADD 1 TO WS-EMP-COUNT
                   IF DISC-EXCLUDED
                       ADD 1 TO WS-TOT-DISC-EXCL
                   ELSE
                       ADD 1 TO WS-TOT-ELIGIBLE
                                TBL-DEP-HEADS(WS-DSUB)
                   END-IF
                   IF DISC-CAPPED
                       ADD 1 TO WS-TOT-DISC-CAP
                   END-IF
                   MOVE EMP-ID     TO TBL-EMP-ID(WS-EMP-COUNT)
                   MOVE EMP-DEPT   TO TBL-EMP-DEPT(WS-EMP-COUNT)
                   MOVE EMP-EARN   TO TBL-EMP-EARN(WS-EMP-COUNT)
                   MOVE WS-RATING  TO TBL-EMP-RATING(WS-EMP-COUNT)
                   MOVE WS-PRORATE TO TBL-EMP-PRORATE(WS-EMP-COUNT)
                   MOVE WS-WEIGHT  TO TBL-EMP-WEIGHT(WS-EMP-COUNT)
                   MOVE WS-DSUB    TO TBL-EMP-DSUB(WS-EMP-COUNT)
                   MOVE WS-DISC-FLAG TO TBL-EMP-DISC(WS-EMP-COUNT)
                   MOVE DSQ-WARN-LEVEL TO
                       TBL-EMP-LEVEL(WS-EMP-COUNT)
                   MOVE DSQ-CASE-NO TO TBL-EMP-CASE(WS-EMP-COUNT)
                   MOVE DSQ-EXPIRY-DATE TO
                       TBL-EMP-EXPIRY(WS-EMP-COUNT)
                   ADD WS-WEIGHT TO TBL-DEP-WEIGHT(WS-DSUB)
               ELSE
                   DISPLAY 'WARNING - EMPLOYEE TABLE FULL AT 2000 - '
                       EMP-ID ' NOT ALLOCATED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************
      *  SECOND PASS: EACH EMPLOYEE'S SHARE OF THE          *
      *  DEPARTMENT POOL IS THEIR WEIGHT OVER THE           *
      *  DEPARTMENT'S TOTAL WEIGHT.                         *
      *****************************************************
       3000-ALLOCATE-PARA.
           MOVE TBL-EMP-DSUB(WS-SUB) TO WS-DSUB
           MOVE ZERO TO WS-BONUS
           IF TBL-DEP-POOL(WS-DSUB) = ZERO
               ADD 1 TO WS-TOT-NO-POOL
           ELSE
               IF TBL-DEP-WEIGHT(WS-DSUB) > ZERO
                   COMPUTE WS-BONUS ROUNDED =
                       TBL-DEP-POOL(WS-DSUB)
                       * TBL-EMP-WEIGHT(WS-SUB)
                       / TBL-DEP-WEIGHT(WS-DSUB)
               END-IF
           END-IF
           ADD WS-BONUS TO TBL-DEP-PAID(WS-DSUB)
           ADD WS-BONUS TO WS-GRAND-PAID
           MOVE TBL-EMP-ID(WS-SUB)      TO OUT-EMP-ID
           MOVE TBL-EMP-DEPT(WS-SUB)    TO OUT-DEPT
           MOVE TBL-EMP-RATING(WS-SUB)  TO OUT-RATING
           MOVE TBL-EMP-EARN(WS-SUB)    TO OUT-EARN
           MOVE TBL-EMP-PRORATE(WS-SUB) TO OUT-PRORATE
           MOVE TBL-EMP-WEIGHT(WS-SUB)  TO OUT-WEIGHT
           MOVE WS-BONUS                TO OUT-BONUS
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF TBL-EMP-DISC(WS-SUB) NOT = 'N'
               PERFORM 3100-WRITE-WARNING-PARA
           END-IF
           IF APPROVED-RUN AND WS-BONUS > ZERO
               MOVE TBL-EMP-ID(WS-SUB) TO ADJ-EMP-ID
               MOVE 'BN'               TO ADJ-TYPE
               MOVE WS-CURR-PERIOD     TO ADJ-PERIOD
               MOVE WS-BONUS           TO ADJ-AMOUNT
               WRITE ADJUSTMENT-RECORD
               ADD 1 TO WS-TOT-ADJ
           END-IF.
       3100-WRITE-WARNING-PARA.
           MOVE TBL-EMP-ID(WS-SUB)     TO OUT-WRN-EMP-ID
           MOVE TBL-EMP-DEPT(WS-SUB)   TO OUT-WRN-DEPT
           IF TBL-EMP-DISC(WS-SUB) = 'X'
               MOVE 'EXCLUDED' TO OUT-WRN-ACTION
           ELSE
               MOVE 'CAPPED'   TO OUT-WRN-ACTION
           END-IF
           MOVE TBL-EMP-LEVEL(WS-SUB)  TO OUT-WRN-LEVEL
           MOVE TBL-EMP-CASE(WS-SUB)   TO OUT-WRN-CASE
           MOVE TBL-EMP-EXPIRY(WS-SUB) TO OUT-WRN-EXPIRY
           WRITE REPORT-RECORD FROM WARNING-LINE.
       4000-DEPT-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM DEPT-HEADING
           PERFORM 4100-WRITE-DEPT-PARA
               VARYING WS-DSUB FROM 1 BY 1
               UNTIL WS-DSUB > WS-DEPT-COUNT.
       4100-WRITE-DEPT-PARA.
           ADD TBL-DEP-POOL(WS-DSUB)   TO WS-GRAND-POOL
           MOVE TBL-DEP-CODE(WS-DSUB)  TO OUT-DEP-CODE
           MOVE TBL-DEP-POOL(WS-DSUB)  TO OUT-DEP-POOL
           MOVE TBL-DEP-PAID(WS-DSUB)  TO OUT-DEP-PAID
           MOVE TBL-DEP-HEADS(WS-DSUB) TO OUT-DEP-HEADS
           WRITE REPORT-RECORD FROM DEPT-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-ELIGIBLE  TO OUT-TOT-ELIGIBLE
           MOVE WS-TOT-NO-RATING TO OUT-TOT-NO-RATING
           MOVE WS-TOT-NO-POOL   TO OUT-TOT-NO-POOL
           MOVE WS-GRAND-PAID    TO OUT-GRAND-PAID
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           MOVE WS-TOT-DISC-EXCL TO OUT-TOT-DISC-EXCL
           MOVE WS-TOT-DISC-CAP  TO OUT-TOT-DISC-CAP
           MOVE WS-DISC-LEVEL    TO OUT-DISC-LEVEL
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           IF APPROVED-RUN
               CLOSE ADJUST-FILE
               DISPLAY 'BONUS ADJUSTMENTS OUT - ' WS-TOT-ADJ
           END-IF
           DISPLAY '** BONUS POOL ALLOCATION SUMMARY **'
           DISPLAY 'ELIGIBLE         : ', WS-TOT-ELIGIBLE
           DISPLAY 'NO RATING        : ', WS-TOT-NO-RATING
           DISPLAY 'WARNING EXCLUDED : ', WS-TOT-DISC-EXCL
           DISPLAY 'WARNING CAPPED   : ', WS-TOT-DISC-CAP
           DISPLAY 'NO DEPT POOL     : ', WS-TOT-NO-POOL
           DISPLAY 'TOTAL POOL       : ', WS-GRAND-POOL
           DISPLAY 'TOTAL ALLOCATED  : ', WS-GRAND-PAID
           IF WS-TOT-NO-POOL > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF LOA-OPEN
               CLOSE LOA-MASTER
           END-IF
           CLOSE REPORT-FILE.
