       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTURN.
      *****************************************************
      *  TURNOVER AND ATTRITION REPORT.  FOR THE ROLLING    *
      *  TWELVE MONTHS ENDING WITH THE PERIOD, EVERY        *
      *  LEAVER ON TERMHIST.DAT (WRITTEN BY EMPMAINT ON     *
      *  EACH 'D' TERMINATION) IS COUNTED VOLUNTARY         *
      *  (RESIGNATION, RETIREMENT) OR INVOLUNTARY           *
      *  (DISMISSAL, REDUNDANCY, END OF CONTRACT, DEATH)    *
      *  AGAINST THE LOCATION, DEPARTMENT AND EMP-TECH.     *
      *  THE RATES ARE LEAVERS OVER THE AVERAGE ACTIVE      *
      *  HEADCOUNT OF THE PSNAPYYYYMM.DAT MONTH-END         *
      *  SNAPSHOTS EMPCLOSE FROZE IN THE SAME TWELVE        *
      *  MONTHS - A MONTH WITH NO SNAPSHOT IS LEFT OUT OF   *
      *  THE AVERAGE.  EARLY ATTRITION IS A LEAVER WITH     *
      *  UNDER ONE YEAR OF SERVICE FROM EMP-HIRE-DATE,      *
      *  SHOWN AS A COUNT AND A SHARE OF ALL LEAVERS.  THE  *
      *  REPORT (TURNRPT.DAT) ENDS WITH THE COMPANY TOTAL   *
      *  AND THE LEAVERS BY TERMINATION REASON.  RC=4 WHEN  *
      *  NO SNAPSHOT OR NO TERMHIST.DAT IS AVAILABLE.       *
      *  PERIOD DEFAULTS TO THE CURRENT MONTH, OVERRIDE     *
      *  WITH TURNPER=YYYYMM.                               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT TERM-HIST-FILE ASSIGN TO 'TERMHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT REPORT-FILE ASSIGN TO 'TURNRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  SNAP-RECORD             PIC X(110).
       FD  TERM-HIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY TERMHIST.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-SNAP-NAME            PIC X(15) VALUE SPACES.
       01  WS-SNAP-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-SNAP                   VALUE 'Y'.
       01  WS-TRM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-TERM-HIST              VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-FROM-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-SNAP-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-SNAP-PERIOD-R REDEFINES WS-SNAP-PERIOD.
           03  WS-SNAP-YR          PIC 9(04).
           03  WS-SNAP-MM          PIC 9(02).
       01  WS-TRM-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-MONTH-NO             PIC 9(02) VALUE ZERO.
       01  WS-SNAP-COUNT           PIC 9(02) VALUE ZERO.
      *    THE EMPCLOSE SNAPSHOTS ARE EMPLOYEE.DAT (ZONED)
      *    IMAGES - LOC AT 21:3, TECH AT 24:5, STATUS AT
      *    51:1, DEPT AT 99:4.
       01  WS-POST-KIND            PIC X(01) VALUE SPACE.
           88  POST-HEADCOUNT                VALUE 'H'.
           88  POST-LEAVER                   VALUE 'L'.
       01  WS-VOL-FLAG             PIC X(01) VALUE 'N'.
           88  LEAVER-VOLUNTARY              VALUE 'Y'.
       01  WS-EARLY-FLAG           PIC X(01) VALUE 'N'.
           88  LEAVER-EARLY                  VALUE 'Y'.
       01  WS-ANNIV-DATE           PIC 9(08) VALUE ZERO.
       COPY DATEREQ.
       01  WS-GRP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-GROUP-TABLE.
           03  GROUP-ENTRY         OCCURS 300 TIMES.
               05  TBL-GRP-TYPE    PIC X(01).
               05  TBL-GRP-KEY     PIC X(05).
               05  TBL-GRP-HC-SUM  PIC 9(07).
               05  TBL-GRP-VOL     PIC 9(05).
               05  TBL-GRP-INVOL   PIC 9(05).
               05  TBL-GRP-EARLY   PIC 9(05).
       01  WS-REASON-VALUES.
           03  FILLER              PIC X(23) VALUE
               'RSRESIGNATION         V'.
           03  FILLER              PIC X(23) VALUE
               'DMDISMISSAL           I'.
           03  FILLER              PIC X(23) VALUE
               'RDREDUNDANCY          I'.
           03  FILLER              PIC X(23) VALUE
               'RTRETIREMENT          V'.
           03  FILLER              PIC X(23) VALUE
               'ECEND OF CONTRACT     I'.
           03  FILLER              PIC X(23) VALUE
               'DEDEATH IN SERVICE    I'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03  REASON-ENTRY        OCCURS 6 TIMES.
               05  TBL-RSN-CODE    PIC X(02).
               05  TBL-RSN-DESC    PIC X(20).
               05  TBL-RSN-CLASS   PIC X(01).
       01  WS-REASON-COUNTS.
           03  TBL-RSN-COUNT       PIC 9(05) OCCURS 6 TIMES.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-GSUB                 PIC 9(03) VALUE ZERO.
       01  WS-RSUB                 PIC 9(02) VALUE ZERO.
       01  WS-RSN-SUB              PIC 9(02) VALUE ZERO.
       01  WS-LOOK-TYPE            PIC X(01) VALUE SPACE.
       01  WS-LOOK-KEY             PIC X(05) VALUE SPACES.
       01  WS-PRINT-TYPE           PIC X(01) VALUE SPACE.
       01  WS-LEAVERS              PIC 9(05) VALUE ZERO.
       01  WS-AVG-HC               PIC 9(05)V9 VALUE ZERO.
       01  WS-RATE                 PIC 9(04)V9 VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-SNAP-RECS    PIC 9(07) VALUE ZERO.
           03  WS-TOT-TRM-READ     PIC 9(05) VALUE ZERO.
           03  WS-TOT-LEAVERS      PIC 9(05) VALUE ZERO.
           03  WS-TOT-VOL          PIC 9(05) VALUE ZERO.
           03  WS-TOT-INVOL        PIC 9(05) VALUE ZERO.
           03  WS-TOT-EARLY        PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNKNOWN      PIC 9(05) VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(36) VALUE
               'ROLLING 12-MONTH TURNOVER FROM     '.
           03  OUT-HDR-FROM        PIC 9(06).
           03  FILLER              PIC X(04) VALUE ' TO '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(28) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(24) VALUE
               'MONTH-END SNAPSHOTS USED'.
           03  FILLER              PIC X(02) VALUE ': '.
           03  OUT-HDR-SNAPS       PIC Z9.
           03  FILLER              PIC X(52) VALUE SPACES.
       01  GROUP-HEADING.
           03  FILLER              PIC X(12) VALUE 'TURNOVER BY '.
           03  OUT-GRP-TITLE       PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(48) VALUE SPACES.
       01  GROUP-COLUMNS.
           03  FILLER              PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE '  AVG HC'.
           03  FILLER              PIC X(06) VALUE '   VOL'.
           03  FILLER              PIC X(08) VALUE '   VOL%'.
           03  FILLER              PIC X(06) VALUE ' INVOL'.
           03  FILLER              PIC X(08) VALUE ' INVOL%'.
           03  FILLER              PIC X(08) VALUE ' TOTAL%'.
           03  FILLER              PIC X(06) VALUE ' EARLY'.
           03  FILLER              PIC X(23) VALUE ' EARLY% OF LEAVERS'.
       01  GROUP-LINE.
           03  OUT-GRP-KEY         PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-AVG-HC      PIC ZZ,ZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-VOL         PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-VOL-RATE    PIC ZZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-INVOL       PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-INVOL-RATE  PIC ZZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-GRP-TOT-RATE    PIC ZZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-EARLY       PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-GRP-EARLY-PCT   PIC ZZZ9.9 VALUE ZERO.
           03  FILLER              PIC X(19) VALUE SPACES.
       01  REASON-HEADING.
           03  FILLER              PIC X(30) VALUE
               'LEAVERS BY TERMINATION REASON'.
           03  FILLER              PIC X(50) VALUE SPACES.
       01  REASON-LINE.
           03  OUT-RSN-CODE        PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RSN-DESC        PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RSN-CLASS       PIC X(11) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RSN-COUNT       PIC ZZZZ9.
           03  FILLER              PIC X(37) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-LOAD-SNAPSHOT-PARA
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 12
           PERFORM 3000-LOAD-LEAVERS-PARA UNTIL END-OF-TERM-HIST
           PERFORM 5000-PRINT-TURNOVER-PARA
           PERFORM 6000-PRINT-REASONS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'TURNPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           IF WS-PER-MM = 12
               COMPUTE WS-FROM-PERIOD = WS-PERIOD - 11
           ELSE
               COMPUTE WS-FROM-PERIOD = WS-PERIOD - 99
           END-IF
           MOVE WS-FROM-PERIOD TO WS-SNAP-PERIOD
           MOVE ZERO TO WS-REASON-COUNTS
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT TERM-HIST-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'TERMHIST.DAT NOT AVAILABLE - NO LEAVERS '
                   'COUNTED'
               MOVE 'Y' TO WS-TRM-EOF-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  ONE MONTH-END SNAPSHOT PER PASS, OLDEST FIRST.     *
      *  EVERY ACTIVE EMPLOYEE ON IT ADDS ONE TO THE        *
      *  HEADCOUNT SUM OF ITS LOCATION, DEPARTMENT AND      *
      *  EMP-TECH AND OF THE COMPANY TOTAL; THE SUM OVER    *
      *  THE SNAPSHOTS FOUND GIVES THE AVERAGE.             *
      *****************************************************
       2000-LOAD-SNAPSHOT-PARA.
           MOVE SPACES TO WS-SNAP-NAME
           STRING 'PSNAP' WS-SNAP-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           END-STRING
           OPEN INPUT SNAP-FILE
           IF WS-FILE-STAT1 = '00'
               ADD 1 TO WS-SNAP-COUNT
               MOVE 'N' TO WS-SNAP-EOF-FLAG
               PERFORM 2100-READ-SNAPSHOT-PARA UNTIL END-OF-SNAP
               CLOSE SNAP-FILE
           ELSE
               DISPLAY 'SNAPSHOT ' WS-SNAP-NAME
                   ' NOT AVAILABLE - MONTH LEFT OUT OF AVERAGE'
           END-IF
           IF WS-SNAP-MM = 12
               ADD 89 TO WS-SNAP-PERIOD
           ELSE
               ADD 1 TO WS-SNAP-PERIOD
           END-IF.
       2100-READ-SNAPSHOT-PARA.
           READ SNAP-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-FLAG
               NOT AT END
                   IF SNAP-RECORD(51:1) = 'A'
                       ADD 1 TO WS-TOT-SNAP-RECS
                       MOVE 'H' TO WS-POST-KIND
                       MOVE 'L'               TO WS-LOOK-TYPE
                       MOVE SNAP-RECORD(21:3) TO WS-LOOK-KEY
                       PERFORM 3400-ADD-GROUP-PARA
                       MOVE 'D'               TO WS-LOOK-TYPE
                       MOVE SNAP-RECORD(99:4) TO WS-LOOK-KEY
                       PERFORM 3400-ADD-GROUP-PARA
                       MOVE 'T'               TO WS-LOOK-TYPE
                       MOVE SNAP-RECORD(24:5) TO WS-LOOK-KEY
                       PERFORM 3400-ADD-GROUP-PARA
                       MOVE 'Z'               TO WS-LOOK-TYPE
                       MOVE 'ALL'             TO WS-LOOK-KEY
                       PERFORM 3400-ADD-GROUP-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  LEAVERS EFFECTIVE INSIDE THE WINDOW.  A LEAVER IS  *
      *  EARLY WHEN THE EFFECTIVE DATE FALLS BEFORE THE     *
      *  FIRST ANNIVERSARY OF EMP-HIRE-DATE (HIRE DATE PLUS *
      *  TWELVE CALENDAR MONTHS FROM DATECALC); A LEAVER    *
      *  WITH NO HIRE DATE IS NEVER COUNTED AS EARLY.       *
      *****************************************************
       3000-LOAD-LEAVERS-PARA.
           READ TERM-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-TRM-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-TRM-READ
                   COMPUTE WS-TRM-PERIOD =
                       (TRM-EFF-YR * 100) + TRM-EFF-MM
                   IF WS-TRM-PERIOD NOT < WS-FROM-PERIOD
                       AND WS-TRM-PERIOD NOT > WS-PERIOD
                       PERFORM 3100-CLASSIFY-LEAVER-PARA
                   END-IF
           END-READ.
       3100-CLASSIFY-LEAVER-PARA.
           ADD 1 TO WS-TOT-LEAVERS
           MOVE ZERO TO WS-RSN-SUB
           PERFORM 3150-CHECK-REASON-PARA
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > 6
           IF WS-RSN-SUB > ZERO
               ADD 1 TO TBL-RSN-COUNT(WS-RSN-SUB)
           ELSE
               ADD 1 TO WS-TOT-UNKNOWN
           END-IF
           IF TRM-VOLUNTARY
               MOVE 'Y' TO WS-VOL-FLAG
               ADD 1 TO WS-TOT-VOL
           ELSE
               MOVE 'N' TO WS-VOL-FLAG
               ADD 1 TO WS-TOT-INVOL
           END-IF
           MOVE 'N' TO WS-EARLY-FLAG
           IF TRM-HIRE-DATE NUMERIC AND TRM-HIRE-YR > ZERO
               MOVE 'AM'            TO DTQ-FUNCTION
               MOVE TRM-HIRE-DATE   TO DTQ-DATE-1
               MOVE 12              TO DTQ-COUNT
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DATE TO WS-ANNIV-DATE
               IF TRM-EFF-DATE < WS-ANNIV-DATE
                   MOVE 'Y' TO WS-EARLY-FLAG
                   ADD 1 TO WS-TOT-EARLY
               END-IF
           END-IF
           MOVE 'L' TO WS-POST-KIND
           MOVE 'L'      TO WS-LOOK-TYPE
           MOVE TRM-LOC  TO WS-LOOK-KEY
           PERFORM 3400-ADD-GROUP-PARA
           MOVE 'D'      TO WS-LOOK-TYPE
           MOVE TRM-DEPT TO WS-LOOK-KEY
           PERFORM 3400-ADD-GROUP-PARA
           MOVE 'T'      TO WS-LOOK-TYPE
           MOVE TRM-TECH TO WS-LOOK-KEY
           PERFORM 3400-ADD-GROUP-PARA
           MOVE 'Z'      TO WS-LOOK-TYPE
           MOVE 'ALL'    TO WS-LOOK-KEY
           PERFORM 3400-ADD-GROUP-PARA.
       3150-CHECK-REASON-PARA.
           IF TBL-RSN-CODE(WS-RSUB) = TRM-REASON
               MOVE WS-RSUB TO WS-RSN-SUB
           END-IF.
      *****************************************************
      *  FIND (OR OPEN) THE WS-LOOK-TYPE/WS-LOOK-KEY ROW    *
      *  AND POST ONE HEADCOUNT OR ONE LEAVER TO IT, AS     *
      *  WS-POST-KIND SAYS.                                 *
      *****************************************************
       3400-ADD-GROUP-PARA.
           MOVE ZERO TO WS-GSUB
           PERFORM 3450-CHECK-GROUP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT
           IF WS-GSUB = ZERO
               IF WS-GRP-COUNT < 300
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-LOOK-TYPE TO TBL-GRP-TYPE(WS-GRP-COUNT)
                   MOVE WS-LOOK-KEY  TO TBL-GRP-KEY(WS-GRP-COUNT)
                   MOVE ZERO TO TBL-GRP-HC-SUM(WS-GRP-COUNT)
                                TBL-GRP-VOL(WS-GRP-COUNT)
                                TBL-GRP-INVOL(WS-GRP-COUNT)
                                TBL-GRP-EARLY(WS-GRP-COUNT)
                   MOVE WS-GRP-COUNT TO WS-GSUB
               ELSE
                   DISPLAY 'WARNING - TURNOVER TABLE FULL AT 300 - '
                       WS-LOOK-TYPE ' ' WS-LOOK-KEY ' NOT ROLLED UP'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-GSUB > ZERO
               IF POST-HEADCOUNT
                   ADD 1 TO TBL-GRP-HC-SUM(WS-GSUB)
               ELSE
                   IF LEAVER-VOLUNTARY
                       ADD 1 TO TBL-GRP-VOL(WS-GSUB)
                   ELSE
                       ADD 1 TO TBL-GRP-INVOL(WS-GSUB)
                   END-IF
                   IF LEAVER-EARLY
                       ADD 1 TO TBL-GRP-EARLY(WS-GSUB)
                   END-IF
               END-IF
           END-IF.
       3450-CHECK-GROUP-PARA.
           IF TBL-GRP-TYPE(WS-SUB) = WS-LOOK-TYPE
               AND TBL-GRP-KEY(WS-SUB) = WS-LOOK-KEY
               MOVE WS-SUB TO WS-GSUB
           END-IF.
       5000-PRINT-TURNOVER-PARA.
           MOVE WS-FROM-PERIOD TO OUT-HDR-FROM
           MOVE WS-PERIOD      TO OUT-HDR-PERIOD
           MOVE WS-SNAP-COUNT  TO OUT-HDR-SNAPS
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           MOVE 'L'              TO WS-PRINT-TYPE
           MOVE 'LOCATION'       TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA
           MOVE 'D'              TO WS-PRINT-TYPE
           MOVE 'DEPARTMENT'     TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA
           MOVE 'T'              TO WS-PRINT-TYPE
           MOVE 'TECHNOLOGY'     TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA
           MOVE 'Z'              TO WS-PRINT-TYPE
           MOVE 'COMPANY TOTAL'  TO OUT-GRP-TITLE
           PERFORM 5100-PRINT-GROUP-TYPE-PARA.
       5100-PRINT-GROUP-TYPE-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM GROUP-HEADING
           WRITE REPORT-RECORD FROM GROUP-COLUMNS
           PERFORM 5200-PRINT-ONE-GROUP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT.
       5200-PRINT-ONE-GROUP-PARA.
           IF TBL-GRP-TYPE(WS-SUB) = WS-PRINT-TYPE
               MOVE TBL-GRP-KEY(WS-SUB)   TO OUT-GRP-KEY
               MOVE TBL-GRP-VOL(WS-SUB)   TO OUT-GRP-VOL
               MOVE TBL-GRP-INVOL(WS-SUB) TO OUT-GRP-INVOL
               MOVE TBL-GRP-EARLY(WS-SUB) TO OUT-GRP-EARLY
               IF WS-SNAP-COUNT > ZERO
                   COMPUTE WS-AVG-HC ROUNDED =
                       TBL-GRP-HC-SUM(WS-SUB) / WS-SNAP-COUNT
               ELSE
                   MOVE ZERO TO WS-AVG-HC
               END-IF
               MOVE WS-AVG-HC TO OUT-GRP-AVG-HC
               MOVE TBL-GRP-VOL(WS-SUB) TO WS-LEAVERS
               PERFORM 5300-COMPUTE-RATE-PARA
               MOVE WS-RATE TO OUT-GRP-VOL-RATE
               MOVE TBL-GRP-INVOL(WS-SUB) TO WS-LEAVERS
               PERFORM 5300-COMPUTE-RATE-PARA
               MOVE WS-RATE TO OUT-GRP-INVOL-RATE
               COMPUTE WS-LEAVERS =
                   TBL-GRP-VOL(WS-SUB) + TBL-GRP-INVOL(WS-SUB)
               PERFORM 5300-COMPUTE-RATE-PARA
               MOVE WS-RATE TO OUT-GRP-TOT-RATE
               IF WS-LEAVERS > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       TBL-GRP-EARLY(WS-SUB) * 100 / WS-LEAVERS
               ELSE
                   MOVE ZERO TO WS-RATE
               END-IF
               MOVE WS-RATE TO OUT-GRP-EARLY-PCT
               WRITE REPORT-RECORD FROM GROUP-LINE
           END-IF.
      *****************************************************
      *  WS-LEAVERS OVER THE AVERAGE HEADCOUNT OF ROW       *
      *  WS-SUB, AS A PERCENTAGE.  A ROW WITH NO HEADCOUNT  *
      *  IN ANY SNAPSHOT (A CENTER THAT CLOSED, SAY) HAS    *
      *  NO RATE AND PRINTS ZERO.                           *
      *****************************************************
       5300-COMPUTE-RATE-PARA.
           IF TBL-GRP-HC-SUM(WS-SUB) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-LEAVERS * 100 * WS-SNAP-COUNT
                   / TBL-GRP-HC-SUM(WS-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF.
       6000-PRINT-REASONS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM REASON-HEADING
           PERFORM 6100-PRINT-ONE-REASON-PARA
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > 6.
       6100-PRINT-ONE-REASON-PARA.
           MOVE TBL-RSN-CODE(WS-RSUB)  TO OUT-RSN-CODE
           MOVE TBL-RSN-DESC(WS-RSUB)  TO OUT-RSN-DESC
           IF TBL-RSN-CLASS(WS-RSUB) = 'V'
               MOVE 'VOLUNTARY'   TO OUT-RSN-CLASS
           ELSE
               MOVE 'INVOLUNTARY' TO OUT-RSN-CLASS
           END-IF
           MOVE TBL-RSN-COUNT(WS-RSUB) TO OUT-RSN-COUNT
           WRITE REPORT-RECORD FROM REASON-LINE.
       9000-TERMINATION-PARA.
           DISPLAY '** TURNOVER AND ATTRITION SUMMARY **'
           DISPLAY 'WINDOW FROM     : ', WS-FROM-PERIOD
           DISPLAY 'WINDOW TO       : ', WS-PERIOD
           DISPLAY 'SNAPSHOTS USED  : ', WS-SNAP-COUNT
           DISPLAY 'TERMHIST READ   : ', WS-TOT-TRM-READ
           DISPLAY 'LEAVERS         : ', WS-TOT-LEAVERS
           DISPLAY 'VOLUNTARY       : ', WS-TOT-VOL
           DISPLAY 'INVOLUNTARY     : ', WS-TOT-INVOL
           DISPLAY 'EARLY ATTRITION : ', WS-TOT-EARLY
           IF WS-TOT-UNKNOWN > ZERO
               DISPLAY 'UNKNOWN REASON  : ', WS-TOT-UNKNOWN
           END-IF
           IF WS-SNAP-COUNT = ZERO
               DISPLAY 'NO SNAPSHOT IN THE WINDOW - RATES NOT '
                   'AVAILABLE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILE-STAT2 = '00' OR WS-FILE-STAT2 = '10'
               CLOSE TERM-HIST-FILE
           END-IF
           CLOSE REPORT-FILE.
