       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUTIL.
      *****************************************************
      *  BILLABLE UTILISATION AND BENCH REPORT.  FOR EACH   *
      *  ACTIVE EMPLOYEE THE AVAILABLE HOURS ARE THE        *
      *  EXPECTED WORKING DAYS WORKED OUT THE EMPATTND WAY  *
      *  - CALENDAR DAYS OF THE PERIOD LESS THE REGION'S    *
      *  PUBLIC HOLIDAYS (HOLLKUP) LESS DAYS ON RECORDED    *
      *  LEAVE (LEVTRAN.DAT) - TIMES THE STANDARD DAY       *
      *  (UTILSTDH=NN, DEFAULT 8 HOURS).  THE PERIOD'S      *
      *  APPROVED CARDS (TIMEAPPR.DAT) SPLIT INTO BILLABLE  *
      *  HOURS, CHARGED TO A PROJECT ACTIVE ON PROJMAST.DAT,*
      *  AND NON-BILLABLE HOURS, CHARGED TO ANYTHING ELSE.  *
      *  UTILISATION IS BILLABLE OVER AVAILABLE.  THE       *
      *  REPORT (UTILRPT.DAT) LISTS EVERY EMPLOYEE, ROLLS   *
      *  UP BY EMP-TECH, LOCATION AND DEPARTMENT, AND ENDS  *
      *  WITH THE BENCH LIST - EVERYONE UNDER THE FLOOR     *
      *  (UTILFLOOR=NN, DEFAULT 70 PERCENT).  PERIOD        *
      *  DEFAULTS TO THE CURRENT MONTH, OVERRIDE WITH       *
      *  UTILPER=YYYYMM.                                    *
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

           SELECT TIMECLN-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT LEAVE-TRAN-FILE ASSIGN TO 'LEVTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PROJECT-MASTER ASSIGN TO 'PROJMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'UTILRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  TIMECLN-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  LEAVE-TRAN-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  LEAVE-TRAN-RECORD.
           03  LT-EMP-ID           PIC X(05).
           03  LT-LEAVE-DATE.
               05  LT-LV-YR        PIC 9(04).
               05  LT-LV-MM        PIC 9(02).
               05  LT-LV-DD        PIC 9(02).
           03  LT-DAYS             PIC 9(2)V9.
           03  LT-END-DATE         PIC 9(08).
           03  LT-TYPE             PIC X(01).
           03  LT-CERT             PIC X(01).
       FD  PROJECT-MASTER.
       COPY PROJREC.
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
       01  WS-TC-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-CARDS                  VALUE 'Y'.
       01  WS-LT-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-LEAVE                  VALUE 'Y'.
       01  WS-PROJ-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PROJ-OPEN                     VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-ENV-FLOOR            PIC X(02) VALUE SPACES.
       01  WS-ENV-FLOOR-N REDEFINES WS-ENV-FLOOR
                                   PIC 9(02).
       01  WS-ENV-STDH             PIC X(02) VALUE SPACES.
       01  WS-ENV-STDH-N REDEFINES WS-ENV-STDH
                                   PIC 9(02).
       01  WS-FLOOR-PCT            PIC 9(03) VALUE 70.
       01  WS-STD-DAY-HOURS        PIC 9(02) VALUE 8.
       01  WS-CARD-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-UTL-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-UTL-TABLE.
           03  UTL-ENTRY           OCCURS 500 TIMES.
               05  TBL-UTL-EMP-ID  PIC X(05).
               05  TBL-UTL-BILL    PIC 9(4)V9.
               05  TBL-UTL-NONBILL PIC 9(4)V9.
               05  TBL-UTL-LEAVE   PIC X(01) OCCURS 31 TIMES.
       01  WS-GRP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-GRP-TABLE.
           03  GRP-ENTRY           OCCURS 150 TIMES.
               05  TBL-GRP-TYPE    PIC X(01).
               05  TBL-GRP-KEY     PIC X(05).
               05  TBL-GRP-HEADS   PIC 9(05).
               05  TBL-GRP-AVAIL   PIC 9(7)V9.
               05  TBL-GRP-BILL    PIC 9(7)V9.
               05  TBL-GRP-NONBILL PIC 9(7)V9.
       01  WS-BENCH-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-BENCH-TABLE.
           03  BENCH-ENTRY         OCCURS 500 TIMES.
               05  TBL-BEN-EMP-ID  PIC X(05).
               05  TBL-BEN-NAME    PIC X(15).
               05  TBL-BEN-TECH    PIC X(05).
               05  TBL-BEN-LOC     PIC X(03).
               05  TBL-BEN-DEPT    PIC X(04).
               05  TBL-BEN-UTIL    PIC 9(3)V9.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-GSUB                 PIC 9(03) VALUE ZERO.
       01  WS-LOOK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-LOOK-TYPE            PIC X(01) VALUE SPACE.
       01  WS-LOOK-KEY             PIC X(05) VALUE SPACES.
       01  WS-PRINT-TYPE           PIC X(01) VALUE SPACE.
       01  WS-DD                   PIC 9(02) VALUE ZERO.
       01  WS-CHK-DATE.
           03  WS-CHK-YR           PIC 9(04).
           03  WS-CHK-MM           PIC 9(02).
           03  WS-CHK-DD           PIC 9(02).
       01  WS-CHK-NUM REDEFINES WS-CHK-DATE
                                   PIC 9(08).
       01  WS-EXPECTED             PIC 9(02) VALUE ZERO.
       01  WS-AVAIL                PIC 9(4)V9 VALUE ZERO.
       01  WS-BILL                 PIC 9(4)V9 VALUE ZERO.
       01  WS-NONBILL              PIC 9(4)V9 VALUE ZERO.
       01  WS-UTIL                 PIC 9(3)V9 VALUE ZERO.
       01  WS-LT-ITER              PIC 9(08) VALUE ZERO.
       01  WS-LT-ITER-R REDEFINES WS-LT-ITER.
           03  WS-LI-YR            PIC 9(04).
           03  WS-LI-MM            PIC 9(02).
           03  WS-LI-DD            PIC 9(02).
       01  WS-LT-STEPS             PIC 9(03) VALUE ZERO.
       COPY DATEREQ.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       01  WS-COUNTERS.
           03  WS-TOT-ACTIVE       PIC 9(05) VALUE ZERO.
           03  WS-TOT-CARDS        PIC 9(05) VALUE ZERO.
       01  WS-GRAND-AVAIL          PIC 9(7)V9 VALUE ZERO.
       01  WS-GRAND-BILL           PIC 9(7)V9 VALUE ZERO.
       01  WS-GRAND-NONBILL        PIC 9(7)V9 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'BILLABLE UTILISATION FOR PERIOD     '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(38) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'NAME'.
           03  FILLER              PIC X(06) VALUE 'TECH'.
           03  FILLER              PIC X(04) VALUE 'LOC'.
           03  FILLER              PIC X(05) VALUE 'DEPT'.
           03  FILLER              PIC X(09) VALUE '    AVAIL'.
           03  FILLER              PIC X(09) VALUE '     BILL'.
           03  FILLER              PIC X(09) VALUE '  NONBILL'.
           03  FILLER              PIC X(16) VALUE '   UTIL%'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TECH            PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LOC             PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-AVAIL           PIC ZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BILL            PIC ZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-NONBILL         PIC ZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-UTIL            PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  GROUP-HEADING.
           03  FILLER              PIC X(12) VALUE 'ROLL-UP BY '.
           03  OUT-GRP-TITLE       PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(48) VALUE SPACES.
       01  GROUP-LINE.
           03  OUT-GRP-KEY         PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE '  HEADS '.
           03  OUT-GRP-HEADS       PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GRP-AVAIL       PIC Z,ZZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-BILL        PIC Z,ZZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-NONBILL     PIC Z,ZZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-GRP-UTIL        PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(17) VALUE SPACES.
       01  BENCH-HEADING.
           03  FILLER              PIC X(31) VALUE
               'BENCH - UTILISATION UNDER     '.
           03  OUT-BEN-FLOOR       PIC ZZ9.
           03  FILLER              PIC X(46) VALUE ' PERCENT'.
       01  BENCH-LINE.
           03  OUT-BEN-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BEN-NAME        PIC X(15) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BEN-TECH        PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BEN-LOC         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BEN-DEPT        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-BEN-UTIL        PIC ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(09) VALUE 'ACTIVE: '.
           03  OUT-TOT-ACTIVE      PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  BENCH: '.
           03  OUT-TOT-BENCH       PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE '  OVERALL UTIL%'.
           03  OUT-TOT-UTIL        PIC ZZZ9.9.
           03  FILLER              PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-LOAD-CARDS-PARA UNTIL END-OF-CARDS
           PERFORM 2500-LOAD-LEAVE-PARA UNTIL END-OF-LEAVE
           PERFORM 3000-MEASURE-EMPLOYEES-PARA
               UNTIL END-OF-EMPLOYEES
           PERFORM 5000-PRINT-ROLLUPS-PARA
           PERFORM 6000-PRINT-BENCH-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'UTILPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           ACCEPT WS-ENV-FLOOR FROM ENVIRONMENT 'UTILFLOOR'
           IF WS-ENV-FLOOR NUMERIC AND WS-ENV-FLOOR-N > ZERO
               MOVE WS-ENV-FLOOR-N TO WS-FLOOR-PCT
           END-IF
           ACCEPT WS-ENV-STDH FROM ENVIRONMENT 'UTILSTDH'
           IF WS-ENV-STDH NUMERIC AND WS-ENV-STDH-N > ZERO
               MOVE WS-ENV-STDH-N TO WS-STD-DAY-HOURS
           END-IF
           MOVE WS-PER-YR TO WS-CHK-YR
           MOVE WS-PER-MM TO WS-CHK-MM
           MOVE 01        TO WS-CHK-DD
           MOVE 'LD'       TO DTQ-FUNCTION
           MOVE WS-CHK-NUM TO DTQ-DATE-1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE TO WS-CHK-NUM
               MOVE WS-CHK-DD       TO WS-MONTH-DAYS
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT PROJECT-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-PROJ-OPEN-FLAG
           ELSE
               DISPLAY 'PROJMAST.DAT NOT PRESENT - ALL HOURS '
                   'COUNT AS NON-BILLABLE'
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EMP-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT TIMECLN-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - NO HOURS '
                   'BOOKED'
               MOVE 'Y' TO WS-TC-EOF-FLAG
           END-IF
           OPEN INPUT LEAVE-TRAN-FILE
           IF WS-FILE-STAT3 NOT = '00'
               MOVE 'Y' TO WS-LT-EOF-FLAG
           END-IF.
      *****************************************************
      *  EACH APPROVED CARD IN THE PERIOD IS BILLABLE IF    *
      *  ITS PROJECT IS ACTIVE ON PROJMAST.DAT, OTHERWISE   *
      *  NON-BILLABLE (INTERNAL CODES, CLOSED PROJECTS).    *
      *****************************************************
       2000-LOAD-CARDS-PARA.
           READ TIMECLN-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-FLAG
               NOT AT END
                   COMPUTE WS-CARD-PERIOD =
                       (TC-WORK-YR * 100) + TC-WORK-MM
                   IF WS-CARD-PERIOD = WS-PERIOD
                       ADD 1 TO WS-TOT-CARDS
                       MOVE TC-EMP-ID TO WS-LOOK-EMP-ID
                       PERFORM 4000-FIND-UTL-ROW-PARA
                       IF WS-FIND-SUB > ZERO
                           PERFORM 2100-CLASSIFY-CARD-PARA
                       END-IF
                   END-IF
           END-READ.
       2100-CLASSIFY-CARD-PARA.
           MOVE 'N' TO PRJ-STATUS
           IF PROJ-OPEN
               MOVE TC-PROJECT TO PRJ-CODE
               READ PROJECT-MASTER
                   INVALID KEY
                       MOVE 'N' TO PRJ-STATUS
               END-READ
           END-IF
           IF PRJ-ACTIVE
               ADD TC-HOURS TO TBL-UTL-BILL(WS-FIND-SUB)
           ELSE
               ADD TC-HOURS TO TBL-UTL-NONBILL(WS-FIND-SUB)
           END-IF.
       2500-LOAD-LEAVE-PARA.
           READ LEAVE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-LT-EOF-FLAG
               NOT AT END
                   PERFORM 2600-MARK-LEAVE-PARA
           END-READ.
      *****************************************************
      *  MARK THE EMPLOYEE'S LEAVE DAYS THAT FALL INSIDE    *
      *  THE PERIOD, AS EMPATTND DOES - SINGLE DATES MARK   *
      *  ONE DAY, RANGES WALK START TO END (CAPPED 92).     *
      *****************************************************
       2600-MARK-LEAVE-PARA.
           MOVE LT-EMP-ID TO WS-LOOK-EMP-ID
           PERFORM 4000-FIND-UTL-ROW-PARA
           IF WS-FIND-SUB = ZERO
               CONTINUE
           ELSE
               MOVE LT-LEAVE-DATE TO WS-LT-ITER
               MOVE ZERO TO WS-LT-STEPS
               IF LT-END-DATE NUMERIC
                   AND LT-END-DATE > ZERO
                   PERFORM 2700-MARK-ONE-DAY-PARA
                       UNTIL WS-LT-STEPS >= 92
                          OR WS-LT-ITER > LT-END-DATE
               ELSE
                   PERFORM 2700-MARK-ONE-DAY-PARA
               END-IF
           END-IF.
       2700-MARK-ONE-DAY-PARA.
           ADD 1 TO WS-LT-STEPS
           IF ((WS-LI-YR * 100) + WS-LI-MM) = WS-PERIOD
               AND WS-LI-DD >= 1 AND WS-LI-DD <= 31
               MOVE 'Y' TO
                   TBL-UTL-LEAVE(WS-FIND-SUB WS-LI-DD)
           END-IF
           MOVE 'AD'       TO DTQ-FUNCTION
           MOVE WS-LT-ITER TO DTQ-DATE-1
           MOVE 1          TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-LT-ITER.
      *****************************************************
      *  ONE ACTIVE EMPLOYEE: AVAILABLE HOURS, BILLABLE     *
      *  AND NON-BILLABLE HOURS, UTILISATION, ROLL-UPS AND  *
      *  THE BENCH CHECK.                                   *
      *****************************************************
       3000-MEASURE-EMPLOYEES-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
               NOT AT END
                   IF EMP-ACTIVE
                       ADD 1 TO WS-TOT-ACTIVE
                       PERFORM 3100-MEASURE-ONE-PARA
                   END-IF
           END-READ.
       3100-MEASURE-ONE-PARA.
           MOVE EMP-ID TO WS-LOOK-EMP-ID
           PERFORM 4000-FIND-UTL-ROW-PARA
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
               MOVE ZERO TO WS-EXPECTED
               PERFORM 3200-CHECK-ONE-DAY-PARA
                   VARYING WS-DD FROM 1 BY 1
                   UNTIL WS-DD > WS-MONTH-DAYS
               COMPUTE WS-AVAIL = WS-EXPECTED * WS-STD-DAY-HOURS
               MOVE TBL-UTL-BILL(WS-FIND-SUB)    TO WS-BILL
               MOVE TBL-UTL-NONBILL(WS-FIND-SUB) TO WS-NONBILL
               IF WS-AVAIL > ZERO
                   COMPUTE WS-UTIL ROUNDED =
                       WS-BILL * 100 / WS-AVAIL
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-UTIL
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-UTIL
               END-IF
               ADD WS-AVAIL   TO WS-GRAND-AVAIL
               ADD WS-BILL    TO WS-GRAND-BILL
               ADD WS-NONBILL TO WS-GRAND-NONBILL
               PERFORM 3300-DETAIL-LINE-PARA
               MOVE 'T'      TO WS-LOOK-TYPE
               MOVE EMP-TECH TO WS-LOOK-KEY
               PERFORM 3400-ADD-GROUP-PARA
               MOVE 'L'      TO WS-LOOK-TYPE
               MOVE EMP-LOC  TO WS-LOOK-KEY
               PERFORM 3400-ADD-GROUP-PARA
               MOVE 'D'      TO WS-LOOK-TYPE
               MOVE EMP-DEPT TO WS-LOOK-KEY
               PERFORM 3400-ADD-GROUP-PARA
               IF WS-UTIL < WS-FLOOR-PCT
                   PERFORM 3500-ADD-BENCH-PARA
               END-IF
           END-IF.
       3200-CHECK-ONE-DAY-PARA.
           MOVE WS-PER-YR TO WS-CHK-YR
           MOVE WS-PER-MM TO WS-CHK-MM
           MOVE WS-DD     TO WS-CHK-DD
           MOVE WS-CHK-NUM TO HLQ-DATE
           CALL 'HOLLKUP' USING HOLLKUP-REQUEST
           IF HLQ-NOT-HOLIDAY
               AND TBL-UTL-LEAVE(WS-FIND-SUB WS-DD) NOT = 'Y'
               ADD 1 TO WS-EXPECTED
           END-IF.
       3300-DETAIL-LINE-PARA.
           MOVE EMP-ID     TO OUT-EMP-ID
           MOVE EMP-NAME   TO OUT-EMP-NAME
           MOVE EMP-TECH   TO OUT-TECH
           MOVE EMP-LOC    TO OUT-LOC
           MOVE EMP-DEPT   TO OUT-DEPT
           MOVE WS-AVAIL   TO OUT-AVAIL
           MOVE WS-BILL    TO OUT-BILL
           MOVE WS-NONBILL TO OUT-NONBILL
           MOVE WS-UTIL    TO OUT-UTIL
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       3400-ADD-GROUP-PARA.
           MOVE ZERO TO WS-GSUB
           PERFORM 3450-CHECK-GROUP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT
           IF WS-GSUB = ZERO
               IF WS-GRP-COUNT < 150
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-LOOK-TYPE TO TBL-GRP-TYPE(WS-GRP-COUNT)
                   MOVE WS-LOOK-KEY  TO TBL-GRP-KEY(WS-GRP-COUNT)
                   MOVE ZERO TO TBL-GRP-HEADS(WS-GRP-COUNT)
                                TBL-GRP-AVAIL(WS-GRP-COUNT)
                                TBL-GRP-BILL(WS-GRP-COUNT)
                                TBL-GRP-NONBILL(WS-GRP-COUNT)
                   MOVE WS-GRP-COUNT TO WS-GSUB
               ELSE
                   DISPLAY 'WARNING - ROLL-UP TABLE FULL AT 150 - '
                       WS-LOOK-TYPE ' ' WS-LOOK-KEY ' NOT ROLLED UP'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-GSUB > ZERO
               ADD 1          TO TBL-GRP-HEADS(WS-GSUB)
               ADD WS-AVAIL   TO TBL-GRP-AVAIL(WS-GSUB)
               ADD WS-BILL    TO TBL-GRP-BILL(WS-GSUB)
               ADD WS-NONBILL TO TBL-GRP-NONBILL(WS-GSUB)
           END-IF.
       3450-CHECK-GROUP-PARA.
           IF TBL-GRP-TYPE(WS-SUB) = WS-LOOK-TYPE
               AND TBL-GRP-KEY(WS-SUB) = WS-LOOK-KEY
               MOVE WS-SUB TO WS-GSUB
           END-IF.
       3500-ADD-BENCH-PARA.
           IF WS-BENCH-COUNT < 500
               ADD 1 TO WS-BENCH-COUNT
               MOVE EMP-ID   TO TBL-BEN-EMP-ID(WS-BENCH-COUNT)
               MOVE EMP-NAME TO TBL-BEN-NAME(WS-BENCH-COUNT)
               MOVE EMP-TECH TO TBL-BEN-TECH(WS-BENCH-COUNT)
               MOVE EMP-LOC  TO TBL-BEN-LOC(WS-BENCH-COUNT)
               MOVE EMP-DEPT TO TBL-BEN-DEPT(WS-BENCH-COUNT)
               MOVE WS-UTIL  TO TBL-BEN-UTIL(WS-BENCH-COUNT)
           END-IF.
      *****************************************************
      *  FIND (OR OPEN) THE ROW FOR THE EMP-ID IN           *
      *  WS-LOOK-EMP-ID; WS-FIND-SUB COMES BACK ZERO ONLY   *
      *  WHEN THE TABLE IS FULL.                            *
      *****************************************************
       4000-FIND-UTL-ROW-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 4050-CHECK-UTL-ROW-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UTL-COUNT
           IF WS-FIND-SUB = ZERO
               IF WS-UTL-COUNT < 500
                   ADD 1 TO WS-UTL-COUNT
                   MOVE WS-LOOK-EMP-ID TO
                       TBL-UTL-EMP-ID(WS-UTL-COUNT)
                   MOVE ZERO TO TBL-UTL-BILL(WS-UTL-COUNT)
                                TBL-UTL-NONBILL(WS-UTL-COUNT)
                   PERFORM 4060-CLEAR-LEAVE-DAY-PARA
                       VARYING WS-DD FROM 1 BY 1
                       UNTIL WS-DD > 31
                   MOVE WS-UTL-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - UTILISATION TABLE FULL AT '
                       '500 - ' WS-LOOK-EMP-ID ' NOT MEASURED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4050-CHECK-UTL-ROW-PARA.
           IF TBL-UTL-EMP-ID(WS-SUB) = WS-LOOK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       4060-CLEAR-LEAVE-DAY-PARA.
           MOVE 'N' TO TBL-UTL-LEAVE(WS-UTL-COUNT WS-DD).
       5000-PRINT-ROLLUPS-PARA.
           MOVE 'T'              TO WS-PRINT-TYPE
           MOVE 'TECHNOLOGY'     TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA
           MOVE 'L'              TO WS-PRINT-TYPE
           MOVE 'LOCATION'       TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA
           MOVE 'D'              TO WS-PRINT-TYPE
           MOVE 'DEPARTMENT'     TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA.
       5100-PRINT-GROUP-TYPE-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM GROUP-HEADING
           PERFORM 5200-PRINT-ONE-GROUP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT.
       5200-PRINT-ONE-GROUP-PARA.
           IF TBL-GRP-TYPE(WS-SUB) = WS-PRINT-TYPE
               MOVE TBL-GRP-KEY(WS-SUB)     TO OUT-GRP-KEY
               MOVE TBL-GRP-HEADS(WS-SUB)   TO OUT-GRP-HEADS
               MOVE TBL-GRP-AVAIL(WS-SUB)   TO OUT-GRP-AVAIL
               MOVE TBL-GRP-BILL(WS-SUB)    TO OUT-GRP-BILL
               MOVE TBL-GRP-NONBILL(WS-SUB) TO OUT-GRP-NONBILL
               IF TBL-GRP-AVAIL(WS-SUB) > ZERO
                   COMPUTE WS-UTIL ROUNDED =
                       TBL-GRP-BILL(WS-SUB) * 100
                       / TBL-GRP-AVAIL(WS-SUB)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-UTIL
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-UTIL
               END-IF
               MOVE WS-UTIL TO OUT-GRP-UTIL
               WRITE REPORT-RECORD FROM GROUP-LINE
           END-IF.
       6000-PRINT-BENCH-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FLOOR-PCT TO OUT-BEN-FLOOR
           WRITE REPORT-RECORD FROM BENCH-HEADING
           PERFORM 6100-PRINT-ONE-BENCH-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BENCH-COUNT.
       6100-PRINT-ONE-BENCH-PARA.
           MOVE TBL-BEN-EMP-ID(WS-SUB) TO OUT-BEN-EMP-ID
           MOVE TBL-BEN-NAME(WS-SUB)   TO OUT-BEN-NAME
           MOVE TBL-BEN-TECH(WS-SUB)   TO OUT-BEN-TECH
           MOVE TBL-BEN-LOC(WS-SUB)    TO OUT-BEN-LOC
           MOVE TBL-BEN-DEPT(WS-SUB)   TO OUT-BEN-DEPT
           MOVE TBL-BEN-UTIL(WS-SUB)   TO OUT-BEN-UTIL
           WRITE REPORT-RECORD FROM BENCH-LINE.
       9000-TERMINATION-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-ACTIVE  TO OUT-TOT-ACTIVE
           MOVE WS-BENCH-COUNT TO OUT-TOT-BENCH
           IF WS-GRAND-AVAIL > ZERO
               COMPUTE WS-UTIL ROUNDED =
                   WS-GRAND-BILL * 100 / WS-GRAND-AVAIL
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-UTIL
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-UTIL
           END-IF
           MOVE WS-UTIL TO OUT-TOT-UTIL
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** UTILISATION SUMMARY **'
           DISPLAY 'ACTIVE EMPLOYEES : ', WS-TOT-ACTIVE
           DISPLAY 'CARDS IN PERIOD  : ', WS-TOT-CARDS
           DISPLAY 'AVAILABLE HOURS  : ', WS-GRAND-AVAIL
           DISPLAY 'BILLABLE HOURS   : ', WS-GRAND-BILL
           DISPLAY 'NON-BILLABLE     : ', WS-GRAND-NONBILL
           DISPLAY 'ON THE BENCH     : ', WS-BENCH-COUNT
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00' OR WS-FILE-STAT2 = '10'
               CLOSE TIMECLN-FILE
           END-IF
           IF WS-FILE-STAT3 = '00' OR WS-FILE-STAT3 = '10'
               CLOSE LEAVE-TRAN-FILE
           END-IF
           IF PROJ-OPEN
               CLOSE PROJECT-MASTER
           END-IF
           CLOSE REPORT-FILE.
