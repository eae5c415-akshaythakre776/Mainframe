       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPRKRG.
      *****************************************************
      *  TAXABLE PERQUISITE REGISTER FOR FINANCE.  READS    *
      *  THE PERQUISITE MASTER (PERKMAST.DAT) END TO END    *
      *  AND PRINTS ONE LINE PER BENEFIT - EMPLOYEE, TYPE   *
      *  (DESCRIPTION OFF PERKVAL.DAT), VALUATION RULE,     *
      *  START AND END, THE LAST PERIOD EMPPAY VALUED IT    *
      *  IN WITH THAT VALUE, AND THE TAXED YEAR TO DATE -   *
      *  WITH TOTALS OF THE VALUE TAXED IN THE PERIOD AND   *
      *  THE YEAR, SO THE BENEFIT FIGURES CAN BE PROVED     *
      *  AGAINST THE PAY REGISTER.  A BENEFIT STILL RUNNING *
      *  FOR A TERMINATED EMPLOYEE IS FLAGGED - IT SHOULD   *
      *  HAVE BEEN ENDED, SO IT NEEDS PAYROLL FOLLOW-UP     *
      *  (RC=4).  THE PERIOD IS TODAY'S PAY PERIOD FROM     *
      *  PAYCAL.DAT; PRKRGPER=YYYYMM REPRINTS AN EARLIER    *
      *  ONE.  REPORT ON PERKRPT.DAT.                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERK-FILE ASSIGN TO 'PERKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRK-KEY
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PERK-VAL-FILE ASSIGN TO 'PERKVAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT REPORT-FILE ASSIGN TO 'PERKRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
       DATA DIVISION.
       FILE SECTION.
       FD  PERK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PERKMAST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PERK-VAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PERKVAL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMP-FILE-OPEN                 VALUE 'Y'.
       01  WS-PVL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-PERK-VALS              VALUE 'Y'.
       01  WS-PVL-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PVL-TABLE.
           03  PVL-ENTRY           OCCURS 50 TIMES.
               05  TBL-PVL-TYPE    PIC X(03).
               05  TBL-PVL-DESC    PIC X(20).
       01  WS-PVL-SUB              PIC 9(02) VALUE ZERO.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PERIOD-YR        PIC 9(04).
           03  WS-PERIOD-MM        PIC 9(02).
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       COPY PCALREQ.
       01  WS-EMP-NAME             PIC X(15) VALUE SPACES.
       01  WS-EMP-STATUS           PIC X(01) VALUE SPACE.
       01  WS-PERK-YTD             PIC 9(07)V99 VALUE ZERO.
       01  WS-TOT-PERKS            PIC 9(05) VALUE ZERO.
       01  WS-TOT-VALUED           PIC 9(05) VALUE ZERO.
       01  WS-TOT-TERM-FLAG        PIC 9(05) VALUE ZERO.
       01  WS-TOT-PERIOD-VALUE     PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-YTD-VALUE        PIC 9(09)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(40) VALUE
               'TAXABLE PERQUISITE REGISTER - PERIOD    '.
           03  OUT-HDR-PERIOD      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(03) VALUE 'NO'.
           03  FILLER              PIC X(13) VALUE 'EMP NAME'.
           03  FILLER              PIC X(11) VALUE 'BENEFIT'.
           03  FILLER              PIC X(02) VALUE 'R'.
           03  FILLER              PIC X(09) VALUE 'START'.
           03  FILLER              PIC X(09) VALUE 'END'.
           03  FILLER              PIC X(07) VALUE 'PERIOD'.
           03  FILLER              PIC X(10) VALUE '    VALUE'.
           03  FILLER              PIC X(10) VALUE '  TAX YTD'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PRK-NO          PIC 9(02) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EMP-NAME        PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PERK-DESC       PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RULE            PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-START           PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-END             PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LAST-PERIOD     PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LAST-VALUE      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-YTD             PIC ZZZ,ZZ9.99 VALUE ZERO.
       01  FLAG-LINE.
           03  FILLER              PIC X(09) VALUE SPACES.
           03  FILLER              PIC X(40) VALUE
               '** EMPLOYEE TERMINATED - BENEFIT NOT END'.
           03  FILLER              PIC X(31) VALUE 'ED **'.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'BENEFITS ON MASTER:   '.
           03  OUT-TOT-PERKS       PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'VALUED THIS PERIOD:   '.
           03  OUT-TOT-VALUED      PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'TAXED THIS PERIOD:    '.
           03  OUT-TOT-PERIOD      PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(22) VALUE
               'TAXED YEAR TO DATE:   '.
           03  OUT-TOT-YTD         PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE5.
           03  FILLER              PIC X(22) VALUE
               'RUNNING ON TERMINATED:'.
           03  OUT-TOT-TERM        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
      *****************************************************
      *  THE PERIOD TOTALLED IS TODAY'S (PAYCAL.DAT), OR    *
      *  THE ONE NAMED IN PRKRGPER WHEN AN EARLIER PERIOD   *
      *  HAS TO BE REPRINTED.  ITS YEAR PICKS THE YEAR TO   *
      *  DATE SHOWN - THE PERK'S CURRENT OR PRIOR YEAR.     *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'PRKRGPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT PERK-VAL-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 1200-READ-PERK-VAL-PARA
                   UNTIL END-OF-PERK-VALS
               CLOSE PERK-VAL-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2 ' - NAMES NOT SHOWN'
           ELSE
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           END-IF
           OPEN INPUT PERK-FILE
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'PERKMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-FILE-FLAG
           ELSE
               PERFORM 1500-READ-PERK-PARA
           END-IF.
       1200-READ-PERK-VAL-PARA.
           READ PERK-VAL-FILE
               AT END
                   MOVE 'Y' TO WS-PVL-EOF-FLAG
               NOT AT END
                   IF WS-PVL-COUNT < 50
                       ADD 1 TO WS-PVL-COUNT
                       MOVE PVL-TYPE TO TBL-PVL-TYPE(WS-PVL-COUNT)
                       MOVE PVL-DESC TO TBL-PVL-DESC(WS-PVL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PVL-EOF-FLAG
                   END-IF
           END-READ.
       1500-READ-PERK-PARA.
           READ PERK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-PERKS
           END-READ.
       2000-PROCESS-PARA.
           PERFORM 2100-FETCH-EMPLOYEE-PARA
           PERFORM 2200-WRITE-DETAIL-PARA
           PERFORM 1500-READ-PERK-PARA.
       2100-FETCH-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-NAME
           MOVE SPACE  TO WS-EMP-STATUS
           IF EMP-FILE-OPEN
               MOVE PRK-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE '*NOT ON MASTER*' TO WS-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME   TO WS-EMP-NAME
                       MOVE EMP-STATUS TO WS-EMP-STATUS
               END-READ
           END-IF.
       2200-WRITE-DETAIL-PARA.
           MOVE PRK-EMP-ID      TO OUT-EMP-ID
           MOVE PRK-NO          TO OUT-PRK-NO
           MOVE WS-EMP-NAME     TO OUT-EMP-NAME
           MOVE PRK-TYPE        TO OUT-PERK-DESC
           PERFORM 2250-PERK-DESC-PARA
               VARYING WS-PVL-SUB FROM 1 BY 1
               UNTIL WS-PVL-SUB > WS-PVL-COUNT
           MOVE PRK-RULE        TO OUT-RULE
           MOVE PRK-START       TO OUT-START
           MOVE PRK-END         TO OUT-END
           MOVE PRK-LAST-PERIOD TO OUT-LAST-PERIOD
           MOVE PRK-LAST-VALUE  TO OUT-LAST-VALUE
           MOVE ZERO            TO WS-PERK-YTD
           IF PRK-YTD-YEAR = WS-PERIOD-YR
               MOVE PRK-TAXED-YTD TO WS-PERK-YTD
           ELSE
               IF PRK-PRIOR-YEAR = WS-PERIOD-YR
                   MOVE PRK-PRIOR-YTD TO WS-PERK-YTD
               END-IF
           END-IF
           MOVE WS-PERK-YTD     TO OUT-YTD
           ADD WS-PERK-YTD      TO WS-TOT-YTD-VALUE
           IF PRK-LAST-PERIOD = WS-PERIOD
               ADD 1 TO WS-TOT-VALUED
               ADD PRK-LAST-VALUE TO WS-TOT-PERIOD-VALUE
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
           IF WS-EMP-STATUS = 'T'
               AND (PRK-END = ZERO OR PRK-END NOT < WS-TODAY-NUM)
               ADD 1 TO WS-TOT-TERM-FLAG
               WRITE REPORT-RECORD FROM FLAG-LINE
           END-IF.
       2250-PERK-DESC-PARA.
           IF TBL-PVL-TYPE(WS-PVL-SUB) = PRK-TYPE
               MOVE TBL-PVL-DESC(WS-PVL-SUB) TO OUT-PERK-DESC
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-PERKS        TO OUT-TOT-PERKS
           MOVE WS-TOT-VALUED       TO OUT-TOT-VALUED
           MOVE WS-TOT-PERIOD-VALUE TO OUT-TOT-PERIOD
           MOVE WS-TOT-YTD-VALUE    TO OUT-TOT-YTD
           MOVE WS-TOT-TERM-FLAG    TO OUT-TOT-TERM
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           WRITE REPORT-RECORD FROM SUMMARY-LINE5
           DISPLAY '** PERQUISITE REGISTER SUMMARY **'
           DISPLAY 'BENEFITS ON MASTER : ', WS-TOT-PERKS
           DISPLAY 'VALUED THIS PERIOD : ', WS-TOT-VALUED
           DISPLAY 'TAXED THIS PERIOD  : ', WS-TOT-PERIOD-VALUE
           DISPLAY 'TAXED YEAR TO DATE : ', WS-TOT-YTD-VALUE
           IF WS-TOT-TERM-FLAG > ZERO
               DISPLAY 'RUNNING ON TERMINATED: ', WS-TOT-TERM-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE PERK-FILE
           END-IF
           IF EMP-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE.
