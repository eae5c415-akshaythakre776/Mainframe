       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASGFC.
      *****************************************************
      *  WEEKLY ROLL-OFF AND FREE CAPACITY FORECAST FROM    *
      *  THE ASSIGNMENT PLAN (ASGNMAST.DAT, MAINTAINED BY   *
      *  EMPASGN).  FOR EVERY ACTIVE EMPLOYEE ON            *
      *  EMPMAST.DAT THE REPORT SHOWS THE ROLL-OFF DATE -   *
      *  THE LAST DAY OF THE UNBROKEN RUN OF ASSIGNMENTS    *
      *  THEY ARE ON TODAY, OR BENCH IF THEY ARE ON NONE -  *
      *  AND THEIR FREE PERCENTAGE (100 LESS THE PLANNED    *
      *  ALLOCATION) ON THE FIRST DAY OF EACH OF THE NEXT   *
      *  12 WEEKS, WEEK 1 STARTING TODAY.  A TOTAL LINE     *
      *  GIVES THE FREE CAPACITY OF EACH WEEK IN FTE.  THE  *
      *  LAST SECTION LISTS APPROVED HOURS (TIMEAPPR.DAT)   *
      *  CHARGED TO A PROJECT ON PROJMAST.DAT BY SOMEONE    *
      *  WHO HAS NO ASSIGNMENT TO THAT PROJECT AT ALL -     *
      *  EITHER THE PLAN IS MISSING A ROW OR THE TIME IS    *
      *  ON THE WRONG CODE.  REPORT ON ASGNFCST.DAT.        *
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

           SELECT ASSIGNMENT-MASTER ASSIGN TO 'ASGNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ASG-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT TIMECLN-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PROJECT-MASTER ASSIGN TO 'PROJMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT REPORT-FILE ASSIGN TO 'ASGNFCST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  ASSIGNMENT-MASTER.
       COPY ASGNREC.
       FD  TIMECLN-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
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
       01  WS-ASG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-ASSIGNMENTS            VALUE 'Y'.
       01  WS-TC-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-CARDS                  VALUE 'Y'.
       01  WS-PROJ-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PROJ-OPEN                     VALUE 'Y'.
       01  WS-CHAIN-FLAG           PIC X(01) VALUE 'N'.
           88  CHAIN-ENDED                   VALUE 'Y'.
       01  WS-ASSIGNED-FLAG        PIC X(01) VALUE 'N'.
           88  CARD-ASSIGNED                 VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-WRK-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
           03  WS-WRK-YR           PIC 9(04).
           03  WS-WRK-MM           PIC 9(02).
           03  WS-WRK-DD           PIC 9(02).
       COPY DATEREQ.
       01  WS-WEEK-TABLE.
           03  WEEK-ENTRY          OCCURS 12 TIMES.
               05  TBL-WK-DATE     PIC 9(08).
               05  TBL-WK-FREE-TOT PIC 9(07).
       01  WS-ASG-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-ASG-TABLE.
           03  ASG-ENTRY           OCCURS 2000 TIMES.
               05  TBL-ASG-EMP-ID  PIC X(05).
               05  TBL-ASG-PROJECT PIC X(08).
               05  TBL-ASG-START   PIC 9(08).
               05  TBL-ASG-END     PIC 9(08).
               05  TBL-ASG-PCT     PIC 9(03).
       01  WS-UNA-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-UNA-TABLE.
           03  UNA-ENTRY           OCCURS 300 TIMES.
               05  TBL-UNA-EMP-ID  PIC X(05).
               05  TBL-UNA-PROJECT PIC X(08).
               05  TBL-UNA-CARDS   PIC 9(04).
               05  TBL-UNA-HOURS   PIC 9(5)V9.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-WK                   PIC 9(02) VALUE ZERO.
       01  WS-HIT-SUB              PIC 9(03) VALUE ZERO.
       01  WS-CHAIN-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-LOOK-DATE            PIC 9(08) VALUE ZERO.
       01  WS-DAY-LOAD             PIC 9(04) VALUE ZERO.
       01  WS-MAX-END              PIC 9(08) VALUE ZERO.
       01  WS-FREE-PCT             PIC 9(03) VALUE ZERO.
       01  WS-FTE                  PIC 9(05)V9 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-EMPS         PIC 9(05) VALUE ZERO.
           03  WS-TOT-BENCH        PIC 9(05) VALUE ZERO.
           03  WS-TOT-CARDS        PIC 9(07) VALUE ZERO.
           03  WS-TOT-UNA-HOURS    PIC 9(07)V9 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(41) VALUE
               'ASSIGNMENT ROLL-OFF AND CAPACITY FORECAST'.
           03  FILLER              PIC X(13) VALUE
               ' - RUN DATE '.
           03  OUT-HDR-DATE        PIC 9(08).
           03  FILLER              PIC X(18) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(40) VALUE
               'FREE PCT OF EACH PERSON ON THE FIRST DAY'.
           03  FILLER              PIC X(40) VALUE
               ' OF EACH WEEK (WEEK STARTS SHOWN MMDD)'.
       01  HEADING-LINE3.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(09) VALUE 'ROLL-OFF'.
           03  OUT-HDR-WEEK        OCCURS 12 TIMES.
               05  FILLER          PIC X(01).
               05  OUT-HDR-MMDD    PIC 9(04).
           03  FILLER              PIC X(05) VALUE SPACES.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-ROLL-OFF        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WK-FREE         PIC ZZZZ9 OCCURS 12 TIMES.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  FTE-LINE.
           03  FILLER              PIC X(15) VALUE
               'FREE FTE'.
           03  OUT-WK-FTE          PIC ZZ9.9 OCCURS 12 TIMES.
           03  FILLER              PIC X(05) VALUE SPACES.
       01  UNA-HEAD-LINE1.
           03  FILLER              PIC X(40) VALUE
               'HOURS CHARGED WITHOUT AN ASSIGNMENT TO T'.
           03  FILLER              PIC X(40) VALUE
               'HE PROJECT'.
       01  UNA-HEAD-LINE2.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(10) VALUE 'PROJECT'.
           03  FILLER              PIC X(07) VALUE 'CARDS'.
           03  FILLER              PIC X(57) VALUE 'HOURS'.
       01  UNA-DETAIL-LINE.
           03  OUT-UNA-EMP-ID      PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-UNA-PROJECT     PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UNA-CARDS       PIC ZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UNA-HOURS       PIC ZZZZ9.9.
           03  FILLER              PIC X(51) VALUE SPACES.
       01  UNA-NONE-LINE.
           03  FILLER              PIC X(40) VALUE
               'NONE - ALL PROJECT HOURS ARE ON AN ASSIG'.
           03  FILLER              PIC X(40) VALUE
               'NMENT'.
       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-EMPLOYEES
           PERFORM 5000-PRINT-FTE-PARA
           PERFORM 6000-UNASSIGNED-HOURS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO TBL-WK-DATE(1)
           MOVE ZERO         TO TBL-WK-FREE-TOT(1)
           PERFORM 1100-SET-WEEK-PARA
               VARYING WS-WK FROM 2 BY 1 UNTIL WS-WK > 12
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-NUM TO OUT-HDR-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1150-SET-HDR-WEEK-PARA
               VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 12
           WRITE REPORT-RECORD FROM HEADING-LINE3
           OPEN INPUT ASSIGNMENT-MASTER
           IF WS-FILE-STAT2 = '00'
               PERFORM 1200-LOAD-ASG-PARA UNTIL END-OF-ASSIGNMENTS
               CLOSE ASSIGNMENT-MASTER
           ELSE
               DISPLAY 'ASGNMAST.DAT NOT PRESENT - EVERYONE SHOWS '
                   'AS BENCH'
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EMP-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1500-READ-EMPLOYEE-PARA
           END-IF.
       1100-SET-WEEK-PARA.
           MOVE 'AD'                   TO DTQ-FUNCTION
           MOVE TBL-WK-DATE(WS-WK - 1) TO DTQ-DATE-1
           MOVE 7                      TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE        TO TBL-WK-DATE(WS-WK)
           MOVE ZERO        TO TBL-WK-FREE-TOT(WS-WK).
       1150-SET-HDR-WEEK-PARA.
           MOVE TBL-WK-DATE(WS-WK) TO WS-WRK-DATE
           MOVE SPACE     TO OUT-HDR-WEEK(WS-WK)
           COMPUTE OUT-HDR-MMDD(WS-WK) = WS-WRK-MM * 100 + WS-WRK-DD.
       1200-LOAD-ASG-PARA.
           READ ASSIGNMENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ASG-EOF-FLAG
               NOT AT END
                   IF WS-ASG-COUNT < 2000
                       ADD 1 TO WS-ASG-COUNT
                       MOVE ASG-EMP-ID     TO
                           TBL-ASG-EMP-ID(WS-ASG-COUNT)
                       MOVE ASG-PROJECT    TO
                           TBL-ASG-PROJECT(WS-ASG-COUNT)
                       MOVE ASG-START-DATE TO
                           TBL-ASG-START(WS-ASG-COUNT)
                       MOVE ASG-END-DATE   TO
                           TBL-ASG-END(WS-ASG-COUNT)
                       MOVE ASG-ALLOC-PCT  TO
                           TBL-ASG-PCT(WS-ASG-COUNT)
                   ELSE
                       DISPLAY 'WARNING - ASSIGNMENT TABLE FULL AT '
                           '2000 - ' ASG-EMP-ID ' ' ASG-PROJECT
                           ' LEFT OUT OF THE FORECAST'
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ.
       1500-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMP-EOF-FLAG
           END-READ.
      *****************************************************
      *  ONE LINE PER ACTIVE EMPLOYEE - ROLL-OFF DATE AND   *
      *  THE 12 WEEKLY FREE PERCENTAGES.                    *
      *****************************************************
       2000-PROCESS-PARA.
           IF EMP-ACTIVE
               ADD 1 TO WS-TOT-EMPS
               MOVE EMP-ID TO OUT-EMP-ID
               PERFORM 2100-ROLL-OFF-PARA
               PERFORM 2500-WEEK-FREE-PARA
                   VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 12
               WRITE REPORT-RECORD FROM DETAIL-LINE
           END-IF
           PERFORM 1500-READ-EMPLOYEE-PARA.
      *****************************************************
      *  FOLLOW THE ASSIGNMENTS COVERING TODAY TO THE       *
      *  LATEST END DATE, THEN CARRY ON FROM THE DAY AFTER  *
      *  WHILE ANOTHER ASSIGNMENT PICKS UP THERE.  THE LAST *
      *  END DATE REACHED IS THE ROLL-OFF.                  *
      *****************************************************
       2100-ROLL-OFF-PARA.
           MOVE WS-TODAY-NUM TO WS-LOOK-DATE
           PERFORM 3000-LOAD-ON-DATE-PARA
           IF WS-DAY-LOAD = ZERO
               MOVE 'BENCH' TO OUT-ROLL-OFF
               ADD 1 TO WS-TOT-BENCH
           ELSE
               MOVE 'N'  TO WS-CHAIN-FLAG
               MOVE ZERO TO WS-CHAIN-COUNT WS-MAX-END
               PERFORM 2150-FOLLOW-CHAIN-PARA UNTIL CHAIN-ENDED
               MOVE WS-MAX-END TO OUT-ROLL-OFF
           END-IF.
       2150-FOLLOW-CHAIN-PARA.
           ADD 1 TO WS-CHAIN-COUNT
           PERFORM 2200-LATEST-END-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ASG-COUNT
           MOVE WS-MAX-END TO WS-WRK-DATE
           PERFORM 8000-ADD-ONE-DAY-PARA
           MOVE WS-WRK-DATE TO WS-LOOK-DATE
           PERFORM 3000-LOAD-ON-DATE-PARA
           IF WS-DAY-LOAD = ZERO OR WS-CHAIN-COUNT > 100
               MOVE 'Y' TO WS-CHAIN-FLAG
           END-IF.
       2200-LATEST-END-PARA.
           IF TBL-ASG-EMP-ID(WS-SUB) = EMP-ID
               AND TBL-ASG-START(WS-SUB) <= WS-LOOK-DATE
               AND TBL-ASG-END(WS-SUB)   >= WS-LOOK-DATE
               AND TBL-ASG-END(WS-SUB)   >  WS-MAX-END
               MOVE TBL-ASG-END(WS-SUB) TO WS-MAX-END
           END-IF.
       2500-WEEK-FREE-PARA.
           MOVE TBL-WK-DATE(WS-WK) TO WS-LOOK-DATE
           PERFORM 3000-LOAD-ON-DATE-PARA
           IF WS-DAY-LOAD >= 100
               MOVE ZERO TO WS-FREE-PCT
           ELSE
               COMPUTE WS-FREE-PCT = 100 - WS-DAY-LOAD
           END-IF
           MOVE WS-FREE-PCT TO OUT-WK-FREE(WS-WK)
           ADD WS-FREE-PCT TO TBL-WK-FREE-TOT(WS-WK).
      *****************************************************
      *  TOTAL PLANNED ALLOCATION OF THE CURRENT EMPLOYEE   *
      *  ON WS-LOOK-DATE.                                   *
      *****************************************************
       3000-LOAD-ON-DATE-PARA.
           MOVE ZERO TO WS-DAY-LOAD
           PERFORM 3050-ADD-LOAD-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ASG-COUNT.
       3050-ADD-LOAD-PARA.
           IF TBL-ASG-EMP-ID(WS-SUB) = EMP-ID
               AND TBL-ASG-START(WS-SUB) <= WS-LOOK-DATE
               AND TBL-ASG-END(WS-SUB)   >= WS-LOOK-DATE
               ADD TBL-ASG-PCT(WS-SUB) TO WS-DAY-LOAD
           END-IF.
       5000-PRINT-FTE-PARA.
           PERFORM 5050-SET-FTE-PARA
               VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 12
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM FTE-LINE.
       5050-SET-FTE-PARA.
           COMPUTE WS-FTE ROUNDED = TBL-WK-FREE-TOT(WS-WK) / 100
           MOVE WS-FTE TO OUT-WK-FTE(WS-WK).
      *****************************************************
      *  APPROVED CARDS ON A REAL PROJECT WHERE THE PERSON  *
      *  HAS NO ASSIGNMENT ROW FOR THAT PROJECT, SUMMED BY  *
      *  EMPLOYEE AND PROJECT.  NON-PROJECT CODES (NOT ON   *
      *  PROJMAST) ARE NOT PLANNED AND ARE IGNORED.         *
      *****************************************************
       6000-UNASSIGNED-HOURS-PARA.
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM UNA-HEAD-LINE1
           OPEN INPUT PROJECT-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-PROJ-OPEN-FLAG
           ELSE
               DISPLAY 'PROJMAST.DAT NOT AVAILABLE - UNASSIGNED '
                   'HOURS NOT CHECKED'
           END-IF
           OPEN INPUT TIMECLN-FILE
           IF WS-FILE-STAT3 NOT = '00'
               DISPLAY 'TIMEAPPR.DAT NOT PRESENT - UNASSIGNED '
                   'HOURS NOT CHECKED'
               MOVE 'Y' TO WS-TC-EOF-FLAG
           END-IF
           IF NOT PROJ-OPEN
               MOVE 'Y' TO WS-TC-EOF-FLAG
           END-IF
           PERFORM 6100-READ-CARD-PARA UNTIL END-OF-CARDS
           IF WS-FILE-STAT3 = '00' OR WS-FILE-STAT3 = '10'
               CLOSE TIMECLN-FILE
           END-IF
           IF PROJ-OPEN
               CLOSE PROJECT-MASTER
           END-IF
           IF WS-UNA-COUNT = ZERO
               WRITE REPORT-RECORD FROM UNA-NONE-LINE
           ELSE
               WRITE REPORT-RECORD FROM UNA-HEAD-LINE2
               PERFORM 6500-PRINT-UNASSIGNED-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNA-COUNT
           END-IF.
       6100-READ-CARD-PARA.
           READ TIMECLN-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-CARDS
                   PERFORM 6200-CHECK-CARD-PARA
           END-READ.
       6200-CHECK-CARD-PARA.
           MOVE TC-PROJECT TO PRJ-CODE
           READ PROJECT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ASSIGNED-FLAG
                   PERFORM 6250-FIND-ASSIGNMENT-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ASG-COUNT
                          OR CARD-ASSIGNED
                   IF NOT CARD-ASSIGNED
                       PERFORM 6300-ADD-UNASSIGNED-PARA
                   END-IF
           END-READ.
       6250-FIND-ASSIGNMENT-PARA.
           IF TBL-ASG-EMP-ID(WS-SUB)  = TC-EMP-ID
               AND TBL-ASG-PROJECT(WS-SUB) = TC-PROJECT
               MOVE 'Y' TO WS-ASSIGNED-FLAG
           END-IF.
       6300-ADD-UNASSIGNED-PARA.
           ADD TC-HOURS TO WS-TOT-UNA-HOURS
           MOVE ZERO TO WS-HIT-SUB
           PERFORM 6350-FIND-UNA-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-UNA-COUNT
                  OR WS-HIT-SUB > ZERO
           IF WS-HIT-SUB = ZERO
               IF WS-UNA-COUNT < 300
                   ADD 1 TO WS-UNA-COUNT
                   MOVE WS-UNA-COUNT TO WS-HIT-SUB
                   MOVE TC-EMP-ID    TO TBL-UNA-EMP-ID(WS-HIT-SUB)
                   MOVE TC-PROJECT   TO TBL-UNA-PROJECT(WS-HIT-SUB)
                   MOVE ZERO         TO TBL-UNA-CARDS(WS-HIT-SUB)
                                        TBL-UNA-HOURS(WS-HIT-SUB)
               ELSE
                   DISPLAY 'WARNING - UNASSIGNED HOURS TABLE FULL AT '
                       '300 - ' TC-EMP-ID ' ' TC-PROJECT
                       ' NOT LISTED'
               END-IF
           END-IF
           IF WS-HIT-SUB > ZERO
               ADD 1        TO TBL-UNA-CARDS(WS-HIT-SUB)
               ADD TC-HOURS TO TBL-UNA-HOURS(WS-HIT-SUB)
           END-IF.
       6350-FIND-UNA-PARA.
           IF TBL-UNA-EMP-ID(WS-SUB)  = TC-EMP-ID
               AND TBL-UNA-PROJECT(WS-SUB) = TC-PROJECT
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.
       6500-PRINT-UNASSIGNED-PARA.
           MOVE TBL-UNA-EMP-ID(WS-SUB)  TO OUT-UNA-EMP-ID
           MOVE TBL-UNA-PROJECT(WS-SUB) TO OUT-UNA-PROJECT
           MOVE TBL-UNA-CARDS(WS-SUB)   TO OUT-UNA-CARDS
           MOVE TBL-UNA-HOURS(WS-SUB)   TO OUT-UNA-HOURS
           WRITE REPORT-RECORD FROM UNA-DETAIL-LINE.
      *****************************************************
      *  MOVE WS-WRK-DATE ON ONE CALENDAR DAY (DATECALC).   *
      *****************************************************
       8000-ADD-ONE-DAY-PARA.
           MOVE 'AD'            TO DTQ-FUNCTION
           MOVE WS-WRK-DATE     TO DTQ-DATE-1
           MOVE 1               TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-WRK-DATE.
       9000-TERMINATION-PARA.
           DISPLAY '** ASSIGNMENT FORECAST SUMMARY **'
           DISPLAY 'ASSIGNMENTS LOADED: ', WS-ASG-COUNT
           DISPLAY 'ACTIVE EMPLOYEES  : ', WS-TOT-EMPS
           DISPLAY 'ON THE BENCH TODAY: ', WS-TOT-BENCH
           DISPLAY 'CARDS CHECKED     : ', WS-TOT-CARDS
           DISPLAY 'UNASSIGNED HOURS  : ', WS-TOT-UNA-HOURS
           IF WS-UNA-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE.
