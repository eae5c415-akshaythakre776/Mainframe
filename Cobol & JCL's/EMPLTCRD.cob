       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLTCRD.
      *****************************************************
      *  LATE TIMECARD ARREARS.  RUNS NIGHTLY AFTER THE     *
      *  EMPTCAPP APPROVAL PASS.  EVERY CARD APPROVED       *
      *  TONIGHT AFTER THE CUTOFF OF ITS OWN PAY PERIOD     *
      *  (TCLATE.DAT) HAS BEEN LEFT OUT BY EMPOVT, EMPSHDIF *
      *  AND THE EMPPAY CONTRACTOR HOURS, AND IS PRICED     *
      *  HERE AT THE RATE IN FORCE ON THE WORK DATE - THE   *
      *  OLD EARNINGS OF THE FIRST LATER SALHIST.DAT        *
      *  CHANGE, ELSE TODAY'S EMP-EARN - AS CONTRACT HOURS  *
      *  (EMPTYPE.DAT), THE OVERTIME IT ADDS TO ITS WEEK ON *
      *  TOP OF THE HOURS ALREADY APPROVED ON EARLIER       *
      *  NIGHTS (TCAPHIST.DAT) AND ITS                      *
      *  SHIFT/WEEKEND/HOLIDAY DIFFERENTIAL (PREMRULE.DAT). *
      *  ONE 'LT' ADJUSTMENT PER EMPLOYEE PER ORIGINAL WORK *
      *  PERIOD GOES TO LTCADJ.DAT FOR THE PAYADJ MERGE,    *
      *  DATED INTO TONIGHT'S PAY PERIOD OR THE FIRST OPEN  *
      *  ONE AFTER IT; LTCPAID.DAT CARRIES THE SAME AMOUNTS *
      *  WITH THEIR WORK PERIOD FOR EMPSLIP.  EVERY LATE    *
      *  CARD IS APPENDED TO THE LATE-CARD REGISTER         *
      *  (LTCREG.DAT) UNDER ITS APPROVING SUPERVISOR FOR    *
      *  EMPLTREG, AND LISTED TONIGHT ON LTCRPT.DAT.        *
      *  OVT-THRESHOLD OVERRIDES THE WEEKLY THRESHOLD AS IN *
      *  EMPOVT.  RC=4 MEANS LATE CARDS WERE PAID.          *
      *  AS IN EMPOVT, AN EMPLOYEE PAID BY PAY-STRUCTURE    *
      *  COMPONENTS ON THE WORK DATE (PAYSTRLK) HAS THE     *
      *  OVERTIME PRICED ON THE COMPONENTS FLAGGED AS       *
      *  OVERTIME BASE; THE DIFFERENTIAL STAYS ON THE FULL  *
      *  RATE.                                              *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-FILE ASSIGN TO 'TCLATE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT APPR-HIST-FILE ASSIGN TO 'TCAPHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT EMPTYPE-FILE ASSIGN TO 'EMPTYPE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ETY-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT SALHIST-FILE ASSIGN TO 'SALHIST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT RULES-FILE ASSIGN TO 'PREMRULE.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT ADJUST-FILE ASSIGN TO 'LTCADJ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT PAID-FILE ASSIGN TO 'LTCPAID.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REGISTER-FILE ASSIGN TO 'LTCREG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT REPORT-FILE ASSIGN TO 'LTCRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.
       DATA DIVISION.
       FILE SECTION.
       FD  LATE-FILE
           RECORD CONTAINS 55 CHARACTERS.
       COPY TCLATE.
       FD  APPR-HIST-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  APPR-HIST-RECORD.
           03  HST-EMP-ID          PIC X(05).
           03  HST-WORK-DATE.
               05  HST-WORK-YR     PIC 9(04).
               05  HST-WORK-MM     PIC 9(02).
               05  HST-WORK-DD     PIC 9(02).
           03  HST-HOURS           PIC 9(2)V9.
           03  FILLER              PIC X(09).
           03  HST-APPR-DATE       PIC 9(08).
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  EMPTYPE-FILE.
       COPY EMPTYPE.
       FD  SALHIST-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY SALHIST.
       FD  RULES-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PREM-RULE-RECORD.
           03  PRM-DAY-TYPE        PIC X(02).
           03  PRM-SHIFT           PIC X(01).
           03  PRM-MULT            PIC 9(1)V99.
       FD  ADJUST-FILE
           RECORD CONTAINS 22 CHARACTERS.
       COPY ADJREC.
       FD  PAID-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY LTCPAID.
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY LTCREG.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-FILE-STAT3           PIC X(02).
       01  WS-FILE-STAT4           PIC X(02).
       01  WS-FILE-STAT5           PIC X(02).
       01  WS-FILE-STAT6           PIC X(02).
       01  WS-FILE-STAT7           PIC X(02).
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-FILE-STAT10          PIC X(02).
       01  WS-LTC-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-LATE                   VALUE 'Y'.
       01  WS-HST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY                VALUE 'Y'.
       01  WS-SAL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-SALHIST                VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-EMP-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMP-OPEN                      VALUE 'Y'.
       01  WS-ETY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  ETY-OPEN                      VALUE 'Y'.
       01  WS-REG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  REG-OPEN                      VALUE 'Y'.
       01  WS-EMP-OK-FLAG          PIC X(01) VALUE 'N'.
           88  EMPLOYEE-KNOWN                VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PAY-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-OVT-THRESHOLD        PIC 9(2)V9 VALUE 40.0.
       01  WS-ENV-THRESHOLD        PIC X(03) VALUE SPACES.
       01  WS-PREMIUM-MULT         PIC 9V99 VALUE 1.50.
       01  WS-STD-HOURS            PIC 9(03) VALUE 160.
       01  WS-NO-CHANGE            PIC 9(08) VALUE 99999999.
       COPY PCALREQ.
       COPY CLSREQ.
       COPY HOLREQ.
       COPY REFLKREQ.
       COPY PSTRREQ.
       COPY LOCMREC.
       01  WS-RULE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-RULE-TABLE.
           03  RULE-ENTRY          OCCURS 20 TIMES.
               05  TBL-RUL-DAY     PIC X(02).
               05  TBL-RUL-SHIFT   PIC X(01).
               05  TBL-RUL-MULT    PIC 9(1)V99.
       01  WS-LTC-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-LTC-TABLE.
           03  LTC-ENTRY           OCCURS 500 TIMES.
               05  TBL-LT-EMP-ID   PIC X(05).
               05  TBL-LT-DATE     PIC 9(08).
               05  TBL-LT-DATE-R REDEFINES TBL-LT-DATE.
                   07  TBL-LT-YR   PIC 9(04).
                   07  TBL-LT-MM   PIC 9(02).
                   07  TBL-LT-DD   PIC 9(02).
               05  TBL-LT-HOURS    PIC 9(2)V9.
               05  TBL-LT-SHIFT    PIC X(01).
               05  TBL-LT-APPR     PIC 9(08).
               05  TBL-LT-SUPV     PIC X(08).
               05  TBL-LT-WORK-PER PIC 9(06).
               05  TBL-LT-CUTOFF   PIC 9(08).
               05  TBL-LT-CAL-PER  PIC 9(06).
               05  TBL-LT-WEEK     PIC 9(01).
               05  TBL-LT-EFF      PIC 9(08).
               05  TBL-LT-OLD-EARN PIC 9(5)V99.
               05  TBL-LT-PRIOR    PIC 9(3)V9.
               05  TBL-LT-BASE     PIC 9(5)V99.
               05  TBL-LT-OT       PIC 9(5)V99.
               05  TBL-LT-SD       PIC 9(5)V99.
       01  WS-PD-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-PD-TABLE.
           03  PD-ENTRY            OCCURS 500 TIMES.
               05  TBL-PD-EMP-ID   PIC X(05).
               05  TBL-PD-WORK-PER PIC 9(06).
               05  TBL-PD-HOURS    PIC 9(3)V9.
               05  TBL-PD-AMT      PIC 9(7)V99.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-SUB2                 PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-HST-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-HST-WEEK             PIC 9(01) VALUE ZERO.
       01  WS-SAL-EFF              PIC 9(08) VALUE ZERO.
       01  WS-RATE-EARN            PIC 9(5)V99 VALUE ZERO.
       01  WS-HOURLY-RATE          PIC 9(5)V99 VALUE ZERO.
       01  WS-OT-RATE              PIC 9(5)V99 VALUE ZERO.
       01  WS-WEEK-HOURS           PIC 9(3)V9 VALUE ZERO.
       01  WS-OT-BEFORE            PIC 9(3)V9 VALUE ZERO.
       01  WS-OT-AFTER             PIC 9(3)V9 VALUE ZERO.
       01  WS-OT-HOURS             PIC 9(3)V9 VALUE ZERO.
       01  WS-MULT                 PIC 9(1)V99 VALUE ZERO.
       01  WS-DAY-TYPE             PIC X(02) VALUE SPACES.
       01  WS-CARD-TOTAL           PIC 9(7)V99 VALUE ZERO.
      *    ZELLER WORK FIELDS - SAME ARITHMETIC AS EMPSHDIF.
       01  WS-ZEL-M                PIC 9(02) VALUE ZERO.
       01  WS-ZEL-Y                PIC 9(04) VALUE ZERO.
       01  WS-ZEL-K                PIC 9(02) VALUE ZERO.
       01  WS-ZEL-J                PIC 9(02) VALUE ZERO.
       01  WS-ZEL-T1               PIC 9(04) VALUE ZERO.
       01  WS-ZEL-T2               PIC 9(04) VALUE ZERO.
       01  WS-ZEL-SUM              PIC 9(05) VALUE ZERO.
       01  WS-ZEL-Q                PIC 9(04) VALUE ZERO.
       01  WS-ZEL-H                PIC 9(01) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-LATE         PIC 9(05) VALUE ZERO.
           03  WS-TOT-PRICED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNKNOWN      PIC 9(05) VALUE ZERO.
           03  WS-TOT-ADJ          PIC 9(05) VALUE ZERO.
       01  WS-GRAND-BASE           PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-OT             PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-SD             PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL          PIC 9(09)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(39) VALUE
               'LATE TIMECARD ARREARS - PAID IN PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(35) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(06) VALUE 'ID'.
           03  FILLER              PIC X(09) VALUE 'WORKED'.
           03  FILLER              PIC X(09) VALUE 'CUTOFF'.
           03  FILLER              PIC X(09) VALUE 'APPROVER'.
           03  FILLER              PIC X(05) VALUE 'HRS'.
           03  FILLER              PIC X(10) VALUE '     BASE'.
           03  FILLER              PIC X(10) VALUE '  OT PREM'.
           03  FILLER              PIC X(10) VALUE '  SD PREM'.
           03  FILLER              PIC X(12) VALUE '     TOTAL'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-WORK-DATE       PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CUTOFF          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-APPROVER        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HOURS           PIC Z9.9 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-BASE            PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-OT              PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-SD              PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TOTAL           PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'LATE CARDS PRICED:    '.
           03  OUT-TOT-PRICED      PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'ADJUSTMENTS WRITTEN:  '.
           03  OUT-TOT-ADJ         PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'TOTAL LT ARREARS:     '.
           03  OUT-GRAND-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PRICE-CARD-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LTC-COUNT
           PERFORM 3000-WRITE-PAID-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PD-COUNT
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-SET-PAY-PERIOD-PARA
           ACCEPT WS-ENV-THRESHOLD FROM ENVIRONMENT 'OVT-THRESHOLD'
           IF WS-ENV-THRESHOLD NUMERIC
               MOVE WS-ENV-THRESHOLD TO WS-OVT-THRESHOLD
           END-IF
           MOVE WS-PAY-PERIOD TO OUT-HDR-PERIOD
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN OUTPUT ADJUST-FILE
                       PAID-FILE
           PERFORM 1050-OPEN-REGISTER-PARA
           PERFORM 1200-LOAD-LATE-PARA
           IF WS-LTC-COUNT > ZERO
               PERFORM 1150-LOAD-RULES-PARA
               PERFORM 1300-LOAD-SALHIST-PARA
               PERFORM 1400-LOAD-PRIOR-HOURS-PARA
               PERFORM 1500-OPEN-MASTERS-PARA
           END-IF.
      *****************************************************
      *  THE REGISTER ONLY EVER GROWS - EXTEND IT, OR       *
      *  START IT ON THE FIRST RUN.                         *
      *****************************************************
       1050-OPEN-REGISTER-PARA.
           OPEN EXTEND REGISTER-FILE
           IF WS-FILE-STAT9 NOT = '00'
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-FILE-STAT9 = '00'
               MOVE 'Y' TO WS-REG-OPEN-FLAG
           ELSE
               DISPLAY 'LTCREG.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT9 ' - LATE CARDS NOT REGISTERED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *****************************************************
      *  ARREARS GO INTO TONIGHT'S PAY PERIOD (PAYCAL.DAT,  *
      *  AS EMPPAY), OR THE FIRST OPEN ONE AFTER IT WHEN    *
      *  IT HAS ALREADY BEEN CLOSED.                        *
      *****************************************************
       1100-SET-PAY-PERIOD-PARA.
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD   TO WS-PAY-PERIOD
           MOVE WS-PAY-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           IF CLQ-NEXT-OPEN > WS-PAY-PERIOD
               MOVE CLQ-NEXT-OPEN TO WS-PAY-PERIOD
           END-IF.
       1150-LOAD-RULES-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 1160-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           ELSE
               DISPLAY 'PREMRULE.DAT NOT PRESENT - NO '
                   'DIFFERENTIAL ON LATE CARDS'
           END-IF.
       1160-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
                   IF WS-RULE-COUNT < 20
                       ADD 1 TO WS-RULE-COUNT
                       MOVE PRM-DAY-TYPE TO
                           TBL-RUL-DAY(WS-RULE-COUNT)
                       MOVE PRM-SHIFT TO
                           TBL-RUL-SHIFT(WS-RULE-COUNT)
                       MOVE PRM-MULT TO
                           TBL-RUL-MULT(WS-RULE-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PREMIUM RULES TABLE '
                           'FULL AT 20 - REST IGNORED'
                       MOVE 'Y' TO WS-RUL-EOF-FLAG
                   END-IF
           END-READ.
       1200-LOAD-LATE-PARA.
           OPEN INPUT LATE-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1250-READ-LATE-PARA UNTIL END-OF-LATE
               CLOSE LATE-FILE
           ELSE
               DISPLAY 'TCLATE.DAT NOT PRESENT - NO LATE CARDS'
           END-IF.
       1250-READ-LATE-PARA.
           READ LATE-FILE
               AT END
                   MOVE 'Y' TO WS-LTC-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-LATE
                   IF WS-LTC-COUNT < 500
                       ADD 1 TO WS-LTC-COUNT
                       PERFORM 1260-STORE-LATE-PARA
                   ELSE
                       DISPLAY 'WARNING - LATE CARD TABLE FULL '
                           'AT 500 - ' LTC-EMP-ID ' ' LTC-WORK-DATE
                           ' NOT PAID'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1260-STORE-LATE-PARA.
           MOVE LTC-EMP-ID      TO TBL-LT-EMP-ID(WS-LTC-COUNT)
           MOVE LTC-WORK-DATE   TO TBL-LT-DATE(WS-LTC-COUNT)
           MOVE LTC-HOURS       TO TBL-LT-HOURS(WS-LTC-COUNT)
           MOVE LTC-SHIFT       TO TBL-LT-SHIFT(WS-LTC-COUNT)
           MOVE LTC-APPR-DATE   TO TBL-LT-APPR(WS-LTC-COUNT)
           MOVE LTC-APPROVER    TO TBL-LT-SUPV(WS-LTC-COUNT)
           MOVE LTC-WORK-PERIOD TO TBL-LT-WORK-PER(WS-LTC-COUNT)
           MOVE LTC-CUTOFF      TO TBL-LT-CUTOFF(WS-LTC-COUNT)
           COMPUTE TBL-LT-CAL-PER(WS-LTC-COUNT) =
               (LTC-WORK-YR * 100) + LTC-WORK-MM
           COMPUTE TBL-LT-WEEK(WS-LTC-COUNT) =
               ((LTC-WORK-DD - 1) / 7) + 1
           IF TBL-LT-WEEK(WS-LTC-COUNT) > 5
               MOVE 5 TO TBL-LT-WEEK(WS-LTC-COUNT)
           END-IF
           MOVE WS-NO-CHANGE    TO TBL-LT-EFF(WS-LTC-COUNT)
           MOVE ZERO            TO TBL-LT-OLD-EARN(WS-LTC-COUNT)
                                   TBL-LT-PRIOR(WS-LTC-COUNT)
                                   TBL-LT-BASE(WS-LTC-COUNT)
                                   TBL-LT-OT(WS-LTC-COUNT)
                                   TBL-LT-SD(WS-LTC-COUNT).
      *****************************************************
      *  THE RATE IN FORCE ON THE WORK DATE IS THE OLD      *
      *  EARNINGS OF THE FIRST CHANGE THAT TOOK EFFECT      *
      *  AFTER IT; WITH NO SUCH CHANGE IT IS TODAY'S        *
      *  EMP-EARN.  A CHANGE WITH NO EFFECTIVE DATE TOOK    *
      *  EFFECT THE DAY IT WAS MADE.                        *
      *****************************************************
       1300-LOAD-SALHIST-PARA.
           OPEN INPUT SALHIST-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1350-READ-SALHIST-PARA UNTIL END-OF-SALHIST
               CLOSE SALHIST-FILE
           ELSE
               DISPLAY 'SALHIST.DAT NOT PRESENT - LATE CARDS '
                   'PRICED AT TODAY''S RATE'
           END-IF.
       1350-READ-SALHIST-PARA.
           READ SALHIST-FILE
               AT END
                   MOVE 'Y' TO WS-SAL-EOF-FLAG
               NOT AT END
                   IF SAL-EFF-DATE > ZERO
                       MOVE SAL-EFF-DATE    TO WS-SAL-EFF
                   ELSE
                       MOVE SAL-CHANGE-DATE TO WS-SAL-EFF
                   END-IF
                   PERFORM 1360-MATCH-SALHIST-PARA
                       VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > WS-LTC-COUNT
           END-READ.
       1360-MATCH-SALHIST-PARA.
           IF TBL-LT-EMP-ID(WS-SUB2) = SAL-EMP-ID
               AND WS-SAL-EFF > TBL-LT-DATE(WS-SUB2)
               AND WS-SAL-EFF < TBL-LT-EFF(WS-SUB2)
               MOVE WS-SAL-EFF   TO TBL-LT-EFF(WS-SUB2)
               MOVE SAL-OLD-EARN TO TBL-LT-OLD-EARN(WS-SUB2)
           END-IF.
      *****************************************************
      *  HOURS ALREADY APPROVED ON EARLIER NIGHTS FOR THE   *
      *  SAME EMPLOYEE AND OVERTIME WEEK (EMPOVT'S WEEKS)   *
      *  SET HOW MUCH OF A LATE CARD FALLS OVER THE         *
      *  THRESHOLD.                                         *
      *****************************************************
       1400-LOAD-PRIOR-HOURS-PARA.
           OPEN INPUT APPR-HIST-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1450-READ-HISTORY-PARA UNTIL END-OF-HISTORY
               CLOSE APPR-HIST-FILE
           ELSE
               DISPLAY 'TCAPHIST.DAT NOT PRESENT - LATE CARD '
                   'OVERTIME ON ITS OWN HOURS ONLY'
           END-IF.
       1450-READ-HISTORY-PARA.
           READ APPR-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HST-APPR-DATE < WS-TODAY-NUM
                       COMPUTE WS-HST-PERIOD =
                           (HST-WORK-YR * 100) + HST-WORK-MM
                       COMPUTE WS-HST-WEEK =
                           ((HST-WORK-DD - 1) / 7) + 1
                       IF WS-HST-WEEK > 5
                           MOVE 5 TO WS-HST-WEEK
                       END-IF
                       PERFORM 1460-MATCH-HISTORY-PARA
                           VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-LTC-COUNT
                   END-IF
           END-READ.
       1460-MATCH-HISTORY-PARA.
           IF TBL-LT-EMP-ID(WS-SUB2) = HST-EMP-ID
               AND TBL-LT-CAL-PER(WS-SUB2) = WS-HST-PERIOD
               AND TBL-LT-WEEK(WS-SUB2) = WS-HST-WEEK
               ADD HST-HOURS TO TBL-LT-PRIOR(WS-SUB2)
           END-IF.
       1500-OPEN-MASTERS-PARA.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-EMP-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT3 ' - LATE CARDS NOT PRICED'
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPTYPE-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
           ELSE
               DISPLAY 'EMPTYPE.DAT NOT PRESENT - NO CONTRACTOR '
                   'HOURS ON LATE CARDS'
           END-IF.
      *****************************************************
      *  ONE LATE CARD: CONTRACTOR HOURS AT THE CONTRACT    *
      *  RATE, THE OVERTIME IT ADDS TO ITS WEEK AND ITS     *
      *  SHIFT/WEEKEND DIFFERENTIAL - THE SAME RULES        *
      *  EMPPAY, EMPOVT AND EMPSHDIF WOULD HAVE APPLIED HAD *
      *  IT BEEN APPROVED IN TIME.                          *
      *****************************************************
       2000-PRICE-CARD-PARA.
           PERFORM 2100-FETCH-EMPLOYEE-PARA
           IF EMPLOYEE-KNOWN
               PERFORM 2200-PRICE-BASE-PARA
               PERFORM 2300-PRICE-OVERTIME-PARA
               PERFORM 2400-PRICE-DIFFERENTIAL-PARA
               ADD 1 TO WS-TOT-PRICED
           ELSE
               ADD 1 TO WS-TOT-UNKNOWN
           END-IF
           COMPUTE WS-CARD-TOTAL = TBL-LT-BASE(WS-SUB)
               + TBL-LT-OT(WS-SUB) + TBL-LT-SD(WS-SUB)
           ADD TBL-LT-BASE(WS-SUB) TO WS-GRAND-BASE
           ADD TBL-LT-OT(WS-SUB)   TO WS-GRAND-OT
           ADD TBL-LT-SD(WS-SUB)   TO WS-GRAND-SD
           ADD WS-CARD-TOTAL       TO WS-GRAND-TOTAL
           IF WS-CARD-TOTAL > ZERO
               PERFORM 2500-ADD-PAID-PARA
           END-IF
           PERFORM 2600-WRITE-REGISTER-PARA
           PERFORM 2700-DETAIL-LINE-PARA.
       2100-FETCH-EMPLOYEE-PARA.
           MOVE 'N'  TO WS-EMP-OK-FLAG
           MOVE ZERO TO WS-HOURLY-RATE
                        WS-OT-RATE
           IF EMP-OPEN
               MOVE TBL-LT-EMP-ID(WS-SUB) TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'LATE CARD FOR UNKNOWN EMPLOYEE '
                           TBL-LT-EMP-ID(WS-SUB) ' - NOT PAID'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-OK-FLAG
               END-READ
           END-IF
           IF EMPLOYEE-KNOWN
               IF TBL-LT-EFF(WS-SUB) < WS-NO-CHANGE
                   MOVE TBL-LT-OLD-EARN(WS-SUB) TO WS-RATE-EARN
               ELSE
                   MOVE EMP-EARN TO WS-RATE-EARN
               END-IF
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   WS-RATE-EARN / WS-STD-HOURS
               MOVE WS-HOURLY-RATE        TO WS-OT-RATE
               MOVE TBL-LT-EMP-ID(WS-SUB) TO PSQ-EMP-ID
               MOVE TBL-LT-DATE(WS-SUB)   TO PSQ-DATE
               CALL 'PAYSTRLK' USING PAY-STRUCT-REQUEST
               IF PSQ-STRUCTURED
                   COMPUTE WS-OT-RATE ROUNDED =
                       PSQ-OT-BASE / WS-STD-HOURS
               END-IF
           END-IF.
       2200-PRICE-BASE-PARA.
           IF ETY-OPEN
               MOVE TBL-LT-EMP-ID(WS-SUB) TO ETY-EMP-ID
               READ EMPTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ETY-CONTRACTOR
                           COMPUTE TBL-LT-BASE(WS-SUB) ROUNDED =
                               TBL-LT-HOURS(WS-SUB) * ETY-PAY-RATE
                       END-IF
               END-READ
           END-IF.
      *****************************************************
      *  THE WEEK ALREADY HOLDS THE EARLIER NIGHTS' HOURS   *
      *  PLUS ANY LATE CARD AHEAD OF THIS ONE TONIGHT; THIS *
      *  CARD PAYS ONLY THE OVERTIME IT ADDS ON TOP.        *
      *****************************************************
       2300-PRICE-OVERTIME-PARA.
           MOVE TBL-LT-PRIOR(WS-SUB) TO WS-WEEK-HOURS
           PERFORM 2350-ADD-EARLIER-LATE-PARA
               VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 NOT < WS-SUB
           MOVE ZERO TO WS-OT-BEFORE
                        WS-OT-AFTER
           IF WS-WEEK-HOURS > WS-OVT-THRESHOLD
               COMPUTE WS-OT-BEFORE =
                   WS-WEEK-HOURS - WS-OVT-THRESHOLD
           END-IF
           ADD TBL-LT-HOURS(WS-SUB) TO WS-WEEK-HOURS
           IF WS-WEEK-HOURS > WS-OVT-THRESHOLD
               COMPUTE WS-OT-AFTER =
                   WS-WEEK-HOURS - WS-OVT-THRESHOLD
           END-IF
           COMPUTE WS-OT-HOURS = WS-OT-AFTER - WS-OT-BEFORE
           COMPUTE TBL-LT-OT(WS-SUB) ROUNDED =
               WS-OT-HOURS * WS-OT-RATE * WS-PREMIUM-MULT.
       2350-ADD-EARLIER-LATE-PARA.
           IF TBL-LT-EMP-ID(WS-SUB2) = TBL-LT-EMP-ID(WS-SUB)
               AND TBL-LT-CAL-PER(WS-SUB2) = TBL-LT-CAL-PER(WS-SUB)
               AND TBL-LT-WEEK(WS-SUB2) = TBL-LT-WEEK(WS-SUB)
               ADD TBL-LT-HOURS(WS-SUB2) TO WS-WEEK-HOURS
           END-IF.
       2400-PRICE-DIFFERENTIAL-PARA.
           PERFORM 2410-DAY-OF-WEEK-PARA
           PERFORM 2420-CHECK-HOLIDAY-PARA
           MOVE 1.00 TO WS-MULT
           PERFORM 2430-MATCH-RULE-PARA
               VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > WS-RULE-COUNT
           IF WS-MULT > 1.00
               COMPUTE TBL-LT-SD(WS-SUB) ROUNDED =
                   TBL-LT-HOURS(WS-SUB) * WS-HOURLY-RATE
                   * (WS-MULT - 1.00)
           END-IF.
      *****************************************************
      *  ZELLER: H = (D + 13(M+1)/5 + K + K/4 + J/4 + 5J)   *
      *  MOD 7, JAN/FEB COUNTED AS MONTHS 13/14 OF THE      *
      *  PRIOR YEAR.  H 0 = SATURDAY, 1 = SUNDAY.           *
      *****************************************************
       2410-DAY-OF-WEEK-PARA.
           IF TBL-LT-MM(WS-SUB) <= 2
               COMPUTE WS-ZEL-M = TBL-LT-MM(WS-SUB) + 12
               COMPUTE WS-ZEL-Y = TBL-LT-YR(WS-SUB) - 1
           ELSE
               MOVE TBL-LT-MM(WS-SUB) TO WS-ZEL-M
               MOVE TBL-LT-YR(WS-SUB) TO WS-ZEL-Y
           END-IF
           DIVIDE WS-ZEL-Y BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-M + 1)
           DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1
               REMAINDER WS-ZEL-T2
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2
               REMAINDER WS-ZEL-Q
           COMPUTE WS-ZEL-SUM = TBL-LT-DD(WS-SUB) + WS-ZEL-T1
               + WS-ZEL-K + WS-ZEL-T2
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T2
               REMAINDER WS-ZEL-Q
           COMPUTE WS-ZEL-SUM = WS-ZEL-SUM + WS-ZEL-T2
               + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-Q
               REMAINDER WS-ZEL-H
           EVALUATE WS-ZEL-H
               WHEN 0
                   MOVE 'SA' TO WS-DAY-TYPE
               WHEN 1
                   MOVE 'SU' TO WS-DAY-TYPE
               WHEN OTHER
                   MOVE 'WD' TO WS-DAY-TYPE
           END-EVALUATE.
       2420-CHECK-HOLIDAY-PARA.
           MOVE SPACES  TO HLQ-REGION
           MOVE 'L'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA    TO LOCM-RECORD
               MOVE LOCM-REGION TO HLQ-REGION
           END-IF
           MOVE TBL-LT-DATE(WS-SUB) TO HLQ-DATE
           CALL 'HOLLKUP' USING HOLLKUP-REQUEST
           IF HLQ-IS-HOLIDAY
               MOVE 'HO' TO WS-DAY-TYPE
           END-IF.
       2430-MATCH-RULE-PARA.
           IF TBL-RUL-DAY(WS-SUB2) = WS-DAY-TYPE
               AND (TBL-RUL-SHIFT(WS-SUB2) = TBL-LT-SHIFT(WS-SUB)
                   OR TBL-RUL-SHIFT(WS-SUB2) = SPACE)
               IF TBL-RUL-MULT(WS-SUB2) > WS-MULT
                   MOVE TBL-RUL-MULT(WS-SUB2) TO WS-MULT
               END-IF
           END-IF.
      *****************************************************
      *  ONE 'LT' ADJUSTMENT PER EMPLOYEE PER ORIGINAL      *
      *  WORK PERIOD, SO THE SLIP CAN SAY WHEN IT WAS       *
      *  WORKED.                                            *
      *****************************************************
       2500-ADD-PAID-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2550-MATCH-PAID-PARA
               VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > WS-PD-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-PD-COUNT < 500
                   ADD 1 TO WS-PD-COUNT
                   MOVE TBL-LT-EMP-ID(WS-SUB) TO
                       TBL-PD-EMP-ID(WS-PD-COUNT)
                   MOVE TBL-LT-WORK-PER(WS-SUB) TO
                       TBL-PD-WORK-PER(WS-PD-COUNT)
                   MOVE ZERO TO TBL-PD-HOURS(WS-PD-COUNT)
                                TBL-PD-AMT(WS-PD-COUNT)
                   MOVE WS-PD-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - ARREARS TABLE FULL AT 500 '
                       '- ' TBL-LT-EMP-ID(WS-SUB) ' NOT PAID'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD TBL-LT-HOURS(WS-SUB) TO TBL-PD-HOURS(WS-FIND-SUB)
               ADD WS-CARD-TOTAL        TO TBL-PD-AMT(WS-FIND-SUB)
           END-IF.
       2550-MATCH-PAID-PARA.
           IF TBL-PD-EMP-ID(WS-SUB2) = TBL-LT-EMP-ID(WS-SUB)
               AND TBL-PD-WORK-PER(WS-SUB2) =
                   TBL-LT-WORK-PER(WS-SUB)
               MOVE WS-SUB2 TO WS-FIND-SUB
           END-IF.
       2600-WRITE-REGISTER-PARA.
           IF REG-OPEN
               MOVE SPACES                  TO LATE-REGISTER-RECORD
               MOVE TBL-LT-SUPV(WS-SUB)     TO LTR-SUPERVISOR
               MOVE TBL-LT-EMP-ID(WS-SUB)   TO LTR-EMP-ID
               MOVE TBL-LT-DATE(WS-SUB)     TO LTR-WORK-DATE
               MOVE TBL-LT-HOURS(WS-SUB)    TO LTR-HOURS
               MOVE TBL-LT-WORK-PER(WS-SUB) TO LTR-WORK-PERIOD
               MOVE TBL-LT-CUTOFF(WS-SUB)   TO LTR-CUTOFF
               MOVE TBL-LT-APPR(WS-SUB)     TO LTR-APPR-DATE
               MOVE WS-PAY-PERIOD           TO LTR-PAY-PERIOD
               MOVE TBL-LT-BASE(WS-SUB)     TO LTR-BASE-AMT
               MOVE TBL-LT-OT(WS-SUB)       TO LTR-OT-AMT
               MOVE TBL-LT-SD(WS-SUB)       TO LTR-SD-AMT
               WRITE LATE-REGISTER-RECORD
           END-IF.
       2700-DETAIL-LINE-PARA.
           MOVE TBL-LT-EMP-ID(WS-SUB)  TO OUT-EMP-ID
           MOVE TBL-LT-DATE(WS-SUB)    TO OUT-WORK-DATE
           MOVE TBL-LT-CUTOFF(WS-SUB)  TO OUT-CUTOFF
           MOVE TBL-LT-SUPV(WS-SUB)    TO OUT-APPROVER
           MOVE TBL-LT-HOURS(WS-SUB)   TO OUT-HOURS
           MOVE TBL-LT-BASE(WS-SUB)    TO OUT-BASE
           MOVE TBL-LT-OT(WS-SUB)      TO OUT-OT
           MOVE TBL-LT-SD(WS-SUB)      TO OUT-SD
           MOVE WS-CARD-TOTAL          TO OUT-TOTAL
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       3000-WRITE-PAID-PARA.
           MOVE TBL-PD-EMP-ID(WS-SUB)   TO ADJ-EMP-ID
           MOVE 'LT'                    TO ADJ-TYPE
           MOVE WS-PAY-PERIOD           TO ADJ-PERIOD
           MOVE TBL-PD-AMT(WS-SUB)      TO ADJ-AMOUNT
           WRITE ADJUSTMENT-RECORD
           ADD 1 TO WS-TOT-ADJ
           MOVE TBL-PD-EMP-ID(WS-SUB)   TO LTP-EMP-ID
           MOVE TBL-PD-WORK-PER(WS-SUB) TO LTP-WORK-PERIOD
           MOVE WS-PAY-PERIOD           TO LTP-PAY-PERIOD
           MOVE TBL-PD-HOURS(WS-SUB)    TO LTP-HOURS
           MOVE TBL-PD-AMT(WS-SUB)      TO LTP-AMOUNT
           WRITE LATE-PAID-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-PRICED  TO OUT-TOT-PRICED
           MOVE WS-TOT-ADJ     TO OUT-TOT-ADJ
           MOVE WS-GRAND-TOTAL TO OUT-GRAND-TOTAL
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** LATE TIMECARD ARREARS SUMMARY **'
           DISPLAY 'PAY PERIOD        : ', WS-PAY-PERIOD
           DISPLAY 'LATE CARDS READ   : ', WS-TOT-LATE
           DISPLAY 'CARDS PRICED      : ', WS-TOT-PRICED
           DISPLAY 'UNKNOWN EMPLOYEE  : ', WS-TOT-UNKNOWN
           DISPLAY 'CONTRACT HOURS    : ', WS-GRAND-BASE
           DISPLAY 'OVERTIME PREMIUM  : ', WS-GRAND-OT
           DISPLAY 'DIFFERENTIAL      : ', WS-GRAND-SD
           DISPLAY 'ADJUSTMENTS OUT   : ', WS-TOT-ADJ
           IF WS-TOT-LATE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EMP-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF ETY-OPEN
               CLOSE EMPTYPE-FILE
           END-IF
           IF REG-OPEN
               CLOSE REGISTER-FILE
           END-IF
           CLOSE ADJUST-FILE
                 PAID-FILE
                 REPORT-FILE.
