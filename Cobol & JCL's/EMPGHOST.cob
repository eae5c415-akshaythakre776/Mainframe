       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPGHOST.
      *****************************************************
      *  MONTHLY GHOST-EMPLOYEE AND PAYROLL ANOMALY PASS.   *
      *  LOADS EVERY EMPMAST.DAT RECORD INTO A TABLE AND    *
      *  MARKS WHO SHOWED ANY SIGN OF WORKING IN THE PERIOD *
      *  - AN APPROVED TIMECARD (TIMEAPPR.DAT), A CLOCK     *
      *  PUNCH (CLOCKPCH.DAT, BADGE RESOLVED THROUGH THE    *
      *  TABLE) OR A LEAVE TRANSACTION TOUCHING THE PERIOD  *
      *  (LEVTRAN.DAT) - AND HOW OFTEN THEIR RECORD WAS     *
      *  LOOKED UP (ACCESSLG.DAT).  EACH EMPLOYEE'S         *
      *  PAYHIST.DAT ENTRIES GIVE THE PERIOD'S NET          *
      *  (NETPAY.DAT WHEN THE PERIOD IS NOT YET ON HISTORY) *
      *  AND THE NET OF THE LATEST EARLIER PERIOD.          *
      *  FINDINGS: AN ACTIVE EMPLOYEE PAID FOR THE PERIOD   *
      *  WITH NO TIMECARD, PUNCH OR LEAVE (NO-ACTIVITY,     *
      *  WITH THE LOOKUP COUNT); PAY FOR A PERIOD AFTER THE *
      *  MONTH OF EMP-TERM-DATE (POST-TERM); NET UP MORE    *
      *  THAN THE TOLERANCE ON THE PRIOR PERIOD (PAY-JUMP); *
      *  AND A BADGE, E-MAIL ADDRESS OR BNKMAST.DAT ACCOUNT *
      *  NUMBER ALREADY HELD BY ANOTHER EMP-ID (SHARED-*,   *
      *  RAISED AGAINST EACH LATER HOLDER).  EVERY FINDING  *
      *  IS LISTED ON GHOSTRPT.DAT AND RAISED ON THE        *
      *  EXCEPTION REGISTER THROUGH EXCPWRTR, KEYED EMP-ID  *
      *  AND PERIOD, SO IT IS WORKED AND AGED WITH THE      *
      *  REST.  PERIOD DEFAULTS TO THE MONTH BEFORE THE RUN *
      *  DATE, OVERRIDE WITH GHOSTPER=YYYYMM; TOLERANCE     *
      *  DEFAULTS TO 50 PER CENT, OVERRIDE WITH             *
      *  GHOSTTOL=NNN.  RC=4 WHEN ANYTHING WAS FOUND.       *
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

           SELECT TIMEAPPR-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PUNCH-FILE ASSIGN TO 'CLOCKPCH.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT LEAVE-TRAN-FILE ASSIGN TO 'LEVTRAN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT ACCESS-LOG-FILE ASSIGN TO 'ACCESSLG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT BANK-MASTER ASSIGN TO 'BNKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS BNK-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'GHOSTRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  TIMEAPPR-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  PUNCH-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  PUNCH-RECORD.
           03  PCH-BADGE           PIC X(06).
           03  PCH-DATE            PIC 9(08).
           03  PCH-TIME            PIC 9(04).
           03  PCH-DIR             PIC X(01).
           03  PCH-PROJECT         PIC X(08).
       FD  LEAVE-TRAN-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  LEAVE-TRAN-RECORD.
           03  LT-EMP-ID           PIC X(05).
           03  LT-LEAVE-DATE       PIC 9(08).
           03  LT-DAYS             PIC 9(2)V9.
           03  LT-END-DATE         PIC 9(08).
           03  LT-TYPE             PIC X(01).
           03  LT-CERT             PIC X(01).
       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 46 CHARACTERS.
       COPY ACCESSLG.
       FD  BANK-MASTER
           RECORD CONTAINS 54 CHARACTERS.
       COPY BNKREC.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
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
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-PH-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY                VALUE 'Y'.
       01  WS-PAYHIST-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  PAYHIST-OPEN                  VALUE 'Y'.
       01  WS-NETPAY-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  NETPAY-OPEN                   VALUE 'Y'.
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
       01  WS-ENV-TOL              PIC X(03) VALUE SPACES.
       01  WS-ENV-TOL-N REDEFINES WS-ENV-TOL
                                   PIC 9(03).
       01  WS-TOLERANCE            PIC 9(03) VALUE 50.
       01  WS-PER-FIRST            PIC 9(08) VALUE ZERO.
       01  WS-PER-LAST             PIC 9(08) VALUE ZERO.
       01  WS-LT-LAST              PIC 9(08) VALUE ZERO.
       01  WS-EMP-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  GHT-ENTRY           OCCURS 2000 TIMES.
               05  GHT-EMP-ID      PIC X(05).
               05  GHT-BADGE       PIC X(06).
               05  GHT-EMAIL       PIC X(25).
               05  GHT-STATUS      PIC X(01).
               05  GHT-TERM-PERIOD PIC 9(06).
               05  GHT-TIMECARD    PIC X(01).
               05  GHT-PUNCH       PIC X(01).
               05  GHT-LEAVE       PIC X(01).
               05  GHT-LOOKUPS     PIC 9(03).
       01  WS-ACCT-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-ACCT-TABLE.
           03  ACT-ENTRY           OCCURS 2000 TIMES.
               05  ACT-ACCT-NO     PIC X(16).
               05  ACT-EMP-ID      PIC X(05).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-EMP-SUB              PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-LOOK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-LOOK-BADGE           PIC X(06) VALUE SPACES.
       01  WS-CUR-FLAG             PIC X(01) VALUE 'N'.
           88  PAID-THIS-PERIOD              VALUE 'Y'.
       01  WS-POST-TERM-FLAG       PIC X(01) VALUE 'N'.
           88  PAID-AFTER-TERM               VALUE 'Y'.
       01  WS-CUR-NET              PIC S9(9)V99 VALUE ZERO.
       01  WS-PRIOR-NET            PIC S9(9)V99 VALUE ZERO.
       01  WS-PRIOR-PERIOD         PIC 9(06) VALUE ZERO.
       01  WS-PH-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-CUR-PAYS             PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-PAYS           PIC 9(03) VALUE ZERO.
       01  WS-JUMP-PCT             PIC 9(05) VALUE ZERO.
       01  WS-EDIT-COUNT           PIC ZZ9.
       01  WS-EDIT-PCT             PIC ZZZZ9.
       01  WS-FND-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-FND-TYPE             PIC X(12) VALUE SPACES.
       01  WS-FND-TEXT             PIC X(40) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-EMPLOYEES    PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-ACTIVITY  PIC 9(05) VALUE ZERO.
           03  WS-TOT-POST-TERM    PIC 9(05) VALUE ZERO.
           03  WS-TOT-PAY-JUMP     PIC 9(05) VALUE ZERO.
           03  WS-TOT-SHARED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-FINDINGS     PIC 9(05) VALUE ZERO.
       COPY EXCPREG.
       01  HEADING-LINE1.
           03  FILLER              PIC X(38) VALUE
               'GHOST-EMPLOYEE / PAY ANOMALY PERIOD  '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(36) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(14) VALUE 'FINDING'.
           03  FILLER              PIC X(59) VALUE 'DETAIL'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TYPE            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TEXT            PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(19) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(12) VALUE 'EMPLOYEES: '.
           03  OUT-TOT-EMPLOYEES   PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE
               '  NO ACTIVITY: '.
           03  OUT-TOT-NO-ACTIVITY PIC ZZZZ9.
           03  FILLER              PIC X(13) VALUE '  POST-TERM: '.
           03  OUT-TOT-POST-TERM   PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(12) VALUE 'PAY JUMPS: '.
           03  OUT-TOT-PAY-JUMP    PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE
               '  SHARED:     '.
           03  OUT-TOT-SHARED      PIC ZZZZ9.
           03  FILLER              PIC X(13) VALUE '  FINDINGS: '.
           03  OUT-TOT-FINDINGS    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 1100-LOAD-EMPLOYEES-PARA
           PERFORM 2000-LOAD-TIMECARDS-PARA
           PERFORM 2100-LOAD-PUNCHES-PARA
           PERFORM 2200-LOAD-LEAVE-PARA
           PERFORM 2300-LOAD-LOOKUPS-PARA
           PERFORM 2400-CHECK-BANK-PARA
           PERFORM 3000-CHECK-EMPLOYEE-PARA
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY-MM = 1
               COMPUTE WS-PERIOD = ((WS-TODAY-YR - 1) * 100) + 12
           ELSE
               COMPUTE WS-PERIOD =
                   (WS-TODAY-YR * 100) + WS-TODAY-MM - 1
           END-IF
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'GHOSTPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           ACCEPT WS-ENV-TOL FROM ENVIRONMENT 'GHOSTTOL'
           IF WS-ENV-TOL NUMERIC AND WS-ENV-TOL-N > ZERO
               MOVE WS-ENV-TOL-N TO WS-TOLERANCE
           END-IF
           COMPUTE WS-PER-FIRST = (WS-PERIOD * 100) + 1
           COMPUTE WS-PER-LAST  = (WS-PERIOD * 100) + 31
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           OPEN INPUT PAYHIST-FILE
           IF WS-FILE-STAT7 = '00'
               MOVE 'Y' TO WS-PAYHIST-OPEN-FLAG
           ELSE
               DISPLAY 'PAYHIST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT7 ' - NETPAY.DAT ONLY'
           END-IF
           OPEN INPUT NETPAY-FILE
           IF WS-FILE-STAT8 = '00'
               MOVE 'Y' TO WS-NETPAY-OPEN-FLAG
           END-IF.
      *****************************************************
      *  EVERY EMPLOYEE INTO THE TABLE IN EMP-ID ORDER.  A  *
      *  BADGE OR E-MAIL ADDRESS ALREADY HELD BY AN EARLIER *
      *  EMP-ID IS RAISED AGAINST THE LATER ONE AS IT IS    *
      *  LOADED.                                            *
      *****************************************************
       1100-LOAD-EMPLOYEES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 NOT = '00'
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1150-READ-EMPLOYEE-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT1 = '00' OR WS-FILE-STAT1 = '10'
               CLOSE EMPLOYEE-MASTER
           END-IF.
       1150-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-EMP-COUNT < 2000
                       PERFORM 1200-ADD-EMPLOYEE-PARA
                   ELSE
                       DISPLAY 'WARNING - EMPLOYEE TABLE FULL AT '
                           '2000 - ' EMP-ID ' NOT CHECKED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1200-ADD-EMPLOYEE-PARA.
           ADD 1 TO WS-EMP-COUNT
           ADD 1 TO WS-TOT-EMPLOYEES
           MOVE EMP-ID     TO GHT-EMP-ID(WS-EMP-COUNT)
           MOVE EMP-BADGE  TO GHT-BADGE(WS-EMP-COUNT)
           MOVE EMP-EMAIL  TO GHT-EMAIL(WS-EMP-COUNT)
           MOVE EMP-STATUS TO GHT-STATUS(WS-EMP-COUNT)
           MOVE ZERO       TO GHT-TERM-PERIOD(WS-EMP-COUNT)
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > ZERO
               COMPUTE GHT-TERM-PERIOD(WS-EMP-COUNT) =
                   (EMP-TERM-YR * 100) + EMP-TERM-MM
           END-IF
           MOVE 'N'  TO GHT-TIMECARD(WS-EMP-COUNT)
                        GHT-PUNCH(WS-EMP-COUNT)
                        GHT-LEAVE(WS-EMP-COUNT)
           MOVE ZERO TO GHT-LOOKUPS(WS-EMP-COUNT)
           PERFORM 1250-CHECK-SHARED-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-EMP-COUNT.
       1250-CHECK-SHARED-PARA.
           IF EMP-BADGE NOT = SPACES
               AND GHT-BADGE(WS-SUB) = EMP-BADGE
               MOVE 'SHARED-BADGE' TO WS-FND-TYPE
               PERFORM 1260-SHARED-FINDING-PARA
           END-IF
           IF EMP-EMAIL NOT = SPACES
               AND GHT-EMAIL(WS-SUB) = EMP-EMAIL
               MOVE 'SHARED-EMAIL' TO WS-FND-TYPE
               PERFORM 1260-SHARED-FINDING-PARA
           END-IF.
       1260-SHARED-FINDING-PARA.
           MOVE EMP-ID TO WS-FND-EMP-ID
           MOVE SPACES TO WS-FND-TEXT
           IF WS-FND-TYPE = 'SHARED-BADGE'
               STRING 'BADGE ' EMP-BADGE ' ALSO ON EMP '
                      GHT-EMP-ID(WS-SUB) DELIMITED BY SIZE
                      INTO WS-FND-TEXT
               END-STRING
           ELSE
               STRING 'E-MAIL ALSO ON EMP ' GHT-EMP-ID(WS-SUB)
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               END-STRING
           END-IF
           ADD 1 TO WS-TOT-SHARED
           PERFORM 8000-RAISE-FINDING-PARA.
       2000-LOAD-TIMECARDS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TIMEAPPR-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - NO TIMECARDS '
                   'COUNTED'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2050-READ-TIMECARD-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT2 = '00' OR WS-FILE-STAT2 = '10'
               CLOSE TIMEAPPR-FILE
           END-IF.
       2050-READ-TIMECARD-PARA.
           READ TIMEAPPR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF TC-WORK-DATE >= WS-PER-FIRST
                       AND TC-WORK-DATE <= WS-PER-LAST
                       MOVE TC-EMP-ID TO WS-LOOK-EMP-ID
                       PERFORM 4000-FIND-EMPLOYEE-PARA
                       IF WS-FIND-SUB > ZERO
                           MOVE 'Y' TO GHT-TIMECARD(WS-FIND-SUB)
                       END-IF
                   END-IF
           END-READ.
       2100-LOAD-PUNCHES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PUNCH-FILE
           IF WS-FILE-STAT3 NOT = '00'
               DISPLAY 'CLOCKPCH.DAT NOT AVAILABLE - NO PUNCHES '
                   'COUNTED'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2150-READ-PUNCH-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT3 = '00' OR WS-FILE-STAT3 = '10'
               CLOSE PUNCH-FILE
           END-IF.
       2150-READ-PUNCH-PARA.
           READ PUNCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PCH-DATE >= WS-PER-FIRST
                       AND PCH-DATE <= WS-PER-LAST
                       AND PCH-BADGE NOT = SPACES
                       MOVE PCH-BADGE TO WS-LOOK-BADGE
                       PERFORM 4100-MARK-BADGE-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-EMP-COUNT
                   END-IF
           END-READ.
      *****************************************************
      *  A LEAVE TRANSACTION COUNTS WHEN ANY PART OF IT     *
      *  FALLS INSIDE THE PERIOD - A SINGLE DATE IN THE     *
      *  MONTH, OR A RANGE STARTING BEFORE THE MONTH ENDS   *
      *  AND ENDING AFTER IT BEGINS.                        *
      *****************************************************
       2200-LOAD-LEAVE-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LEAVE-TRAN-FILE
           IF WS-FILE-STAT4 NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2250-READ-LEAVE-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT4 = '00' OR WS-FILE-STAT4 = '10'
               CLOSE LEAVE-TRAN-FILE
           END-IF.
       2250-READ-LEAVE-PARA.
           READ LEAVE-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LT-LEAVE-DATE TO WS-LT-LAST
                   IF LT-END-DATE NUMERIC
                       AND LT-END-DATE > LT-LEAVE-DATE
                       MOVE LT-END-DATE TO WS-LT-LAST
                   END-IF
                   IF LT-LEAVE-DATE <= WS-PER-LAST
                       AND WS-LT-LAST >= WS-PER-FIRST
                       MOVE LT-EMP-ID TO WS-LOOK-EMP-ID
                       PERFORM 4000-FIND-EMPLOYEE-PARA
                       IF WS-FIND-SUB > ZERO
                           MOVE 'Y' TO GHT-LEAVE(WS-FIND-SUB)
                       END-IF
                   END-IF
           END-READ.
       2300-LOAD-LOOKUPS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FILE-STAT5 NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2350-READ-LOOKUP-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT5 = '00' OR WS-FILE-STAT5 = '10'
               CLOSE ACCESS-LOG-FILE
           END-IF.
       2350-READ-LOOKUP-PARA.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ACC-DATE >= WS-PER-FIRST
                       AND ACC-DATE <= WS-PER-LAST
                       MOVE ACC-SEARCH-KEY TO WS-LOOK-EMP-ID
                       PERFORM 4000-FIND-EMPLOYEE-PARA
                       IF WS-FIND-SUB > ZERO
                           AND GHT-LOOKUPS(WS-FIND-SUB) < 999
                           ADD 1 TO GHT-LOOKUPS(WS-FIND-SUB)
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  ONE BANK ACCOUNT NUMBER PAYING MORE THAN ONE       *
      *  EMP-ID.  EACH BNKMAST.DAT ACCOUNT IS CHECKED       *
      *  AGAINST THOSE ALREADY SEEN AND RAISED AGAINST THE  *
      *  LATER HOLDER.                                      *
      *****************************************************
       2400-CHECK-BANK-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BANK-MASTER
           IF WS-FILE-STAT6 NOT = '00'
               DISPLAY 'BNKMAST.DAT NOT AVAILABLE - NO ACCOUNT '
                   'CHECK THIS RUN'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2450-READ-BANK-PARA UNTIL END-OF-INPUT
           IF WS-FILE-STAT6 = '00' OR WS-FILE-STAT6 = '10'
               CLOSE BANK-MASTER
           END-IF.
       2450-READ-BANK-PARA.
           READ BANK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BNK-ACCT-NO NOT = SPACES
                       PERFORM 2460-MATCH-ACCOUNT-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-ACCT-COUNT
                       IF WS-ACCT-COUNT < 2000
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE BNK-ACCT-NO TO
                               ACT-ACCT-NO(WS-ACCT-COUNT)
                           MOVE BNK-EMP-ID  TO
                               ACT-EMP-ID(WS-ACCT-COUNT)
                       END-IF
                   END-IF
           END-READ.
       2460-MATCH-ACCOUNT-PARA.
           IF ACT-ACCT-NO(WS-SUB) = BNK-ACCT-NO
               AND ACT-EMP-ID(WS-SUB) NOT = BNK-EMP-ID
               MOVE BNK-EMP-ID     TO WS-FND-EMP-ID
               MOVE 'SHARED-BANK ' TO WS-FND-TYPE
               MOVE SPACES         TO WS-FND-TEXT
               STRING 'ACCT ' BNK-ACCT-NO ' ALSO ON EMP '
                      ACT-EMP-ID(WS-SUB) DELIMITED BY SIZE
                      INTO WS-FND-TEXT
               END-STRING
               ADD 1 TO WS-TOT-SHARED
               PERFORM 8000-RAISE-FINDING-PARA
           END-IF.
      *****************************************************
      *  ONE EMPLOYEE'S PAY FOR THE PERIOD AGAINST THE      *
      *  ACTIVITY MARKED ABOVE, THE LATEST EARLIER PERIOD   *
      *  ON HISTORY AND THE TERMINATION DATE.               *
      *****************************************************
       3000-CHECK-EMPLOYEE-PARA.
           PERFORM 3100-READ-PAY-HISTORY-PARA
           IF NOT PAID-THIS-PERIOD AND NETPAY-OPEN
               MOVE GHT-EMP-ID(WS-EMP-SUB) TO NP-EMP-ID
               READ NETPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NP-PAY-DATE >= WS-PER-FIRST
                           AND NP-PAY-DATE <= WS-PER-LAST
                           MOVE 'Y'    TO WS-CUR-FLAG
                           MOVE NP-NET TO WS-CUR-NET
                           IF GHT-TERM-PERIOD(WS-EMP-SUB) > ZERO
                               AND WS-PERIOD >
                                   GHT-TERM-PERIOD(WS-EMP-SUB)
                               MOVE 'Y' TO WS-POST-TERM-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF
           MOVE GHT-EMP-ID(WS-EMP-SUB) TO WS-FND-EMP-ID
           IF PAID-THIS-PERIOD AND WS-CUR-NET > ZERO
               AND GHT-STATUS(WS-EMP-SUB) = 'A'
               AND GHT-TIMECARD(WS-EMP-SUB) = 'N'
               AND GHT-PUNCH(WS-EMP-SUB) = 'N'
               AND GHT-LEAVE(WS-EMP-SUB) = 'N'
               MOVE GHT-LOOKUPS(WS-EMP-SUB) TO WS-EDIT-COUNT
               MOVE 'NO-ACTIVITY ' TO WS-FND-TYPE
               MOVE SPACES         TO WS-FND-TEXT
               STRING 'PAID, NO TIME/PUNCH/LEAVE,' WS-EDIT-COUNT
                      ' LOOKUPS' DELIMITED BY SIZE
                      INTO WS-FND-TEXT
               END-STRING
               ADD 1 TO WS-TOT-NO-ACTIVITY
               PERFORM 8000-RAISE-FINDING-PARA
           END-IF
           IF PAID-AFTER-TERM
               MOVE 'POST-TERM   ' TO WS-FND-TYPE
               MOVE SPACES         TO WS-FND-TEXT
               STRING 'PAID FOR PERIOD AFTER TERM MONTH '
                      GHT-TERM-PERIOD(WS-EMP-SUB)
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               END-STRING
               ADD 1 TO WS-TOT-POST-TERM
               PERFORM 8000-RAISE-FINDING-PARA
           END-IF
      *    A WEEKLY OR FORTNIGHTLY GROUP PAYS FOUR OR FIVE TIMES
      *    A MONTH, SO THE PRIOR MONTH IS SCALED TO THIS MONTH'S
      *    NUMBER OF PAYS BEFORE THE TOLERANCE TEST.
           IF WS-CUR-PAYS > ZERO AND WS-PRIOR-PAYS > ZERO
               COMPUTE WS-PRIOR-NET ROUNDED =
                   WS-PRIOR-NET * WS-CUR-PAYS / WS-PRIOR-PAYS
           END-IF
           IF PAID-THIS-PERIOD AND WS-PRIOR-NET > ZERO
               AND WS-CUR-NET * 100 >
                   WS-PRIOR-NET * (100 + WS-TOLERANCE)
               COMPUTE WS-JUMP-PCT =
                   ((WS-CUR-NET - WS-PRIOR-NET) * 100)
                       / WS-PRIOR-NET
                   ON SIZE ERROR
                       MOVE 99999 TO WS-JUMP-PCT
               END-COMPUTE
               MOVE WS-JUMP-PCT TO WS-EDIT-PCT
               MOVE 'PAY-JUMP    ' TO WS-FND-TYPE
               MOVE SPACES         TO WS-FND-TEXT
               STRING 'NET UP' WS-EDIT-PCT '% ON PERIOD '
                      WS-PRIOR-PERIOD DELIMITED BY SIZE
                      INTO WS-FND-TEXT
               END-STRING
               ADD 1 TO WS-TOT-PAY-JUMP
               PERFORM 8000-RAISE-FINDING-PARA
           END-IF.
      *****************************************************
      *  WALK THE EMPLOYEE'S PAYHIST.DAT ENTRIES (KEY       *
      *  EMP-ID, PERIOD, SEQUENCE).  ENTRIES FOR THE PERIOD *
      *  - PAY AND REVERSALS ALIKE - SUM TO ITS NET; THE    *
      *  SAME IS KEPT FOR THE LATEST EARLIER PERIOD.  A PAY *
      *  ENTRY FOR A PERIOD AFTER THE MONTH OF              *
      *  EMP-TERM-DATE IS PAY AFTER TERMINATION.  AN ENTRY  *
      *  PAID IN A WEEKLY OR FORTNIGHTLY GROUP BELONGS TO   *
      *  THE MONTH OF ITS PAY DATE.                         *
      *****************************************************
       3100-READ-PAY-HISTORY-PARA.
           MOVE 'N'  TO WS-CUR-FLAG WS-POST-TERM-FLAG
           MOVE ZERO TO WS-CUR-NET WS-PRIOR-NET WS-PRIOR-PERIOD
                        WS-CUR-PAYS WS-PRIOR-PAYS
           MOVE 'Y'  TO WS-PH-EOF-FLAG
           IF PAYHIST-OPEN
               MOVE 'N'                    TO WS-PH-EOF-FLAG
               MOVE GHT-EMP-ID(WS-EMP-SUB) TO PH-EMP-ID
               MOVE ZERO                   TO PH-PERIOD PH-SEQ
               START PAYHIST-FILE KEY NOT < PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PH-EOF-FLAG
               END-START
           END-IF
           PERFORM 3150-READ-ONE-ENTRY-PARA UNTIL END-OF-HISTORY.
       3150-READ-ONE-ENTRY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = GHT-EMP-ID(WS-EMP-SUB)
                       MOVE 'Y' TO WS-PH-EOF-FLAG
                   ELSE
                       IF PH-PAY-GROUP = SPACES
                           MOVE PH-PERIOD TO WS-PH-MONTH
                       ELSE
                           COMPUTE WS-PH-MONTH = PH-PAY-DATE / 100
                       END-IF
                       IF WS-PH-MONTH NOT > WS-PERIOD
                           PERFORM 3200-APPLY-ENTRY-PARA
                       END-IF
                   END-IF
           END-READ.
       3200-APPLY-ENTRY-PARA.
           IF WS-PH-MONTH = WS-PERIOD
               MOVE 'Y' TO WS-CUR-FLAG
               ADD PH-NET TO WS-CUR-NET
               IF PH-PAY-ENTRY AND PH-PAY-GROUP NOT = SPACES
                   ADD 1 TO WS-CUR-PAYS
               END-IF
               IF PH-PAY-ENTRY
                   AND GHT-TERM-PERIOD(WS-EMP-SUB) > ZERO
                   AND WS-PH-MONTH > GHT-TERM-PERIOD(WS-EMP-SUB)
                   MOVE 'Y' TO WS-POST-TERM-FLAG
               END-IF
           ELSE
               IF WS-PH-MONTH NOT = WS-PRIOR-PERIOD
                   MOVE WS-PH-MONTH TO WS-PRIOR-PERIOD
                   MOVE ZERO        TO WS-PRIOR-NET WS-PRIOR-PAYS
               END-IF
               ADD PH-NET TO WS-PRIOR-NET
               IF PH-PAY-ENTRY AND PH-PAY-GROUP NOT = SPACES
                   ADD 1 TO WS-PRIOR-PAYS
               END-IF
           END-IF.
       4000-FIND-EMPLOYEE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 4050-MATCH-EMPLOYEE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EMP-COUNT
                  OR WS-FIND-SUB > ZERO.
       4050-MATCH-EMPLOYEE-PARA.
           IF GHT-EMP-ID(WS-SUB) = WS-LOOK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       4100-MARK-BADGE-PARA.
           IF GHT-BADGE(WS-SUB) = WS-LOOK-BADGE
               MOVE 'Y' TO GHT-PUNCH(WS-SUB)
           END-IF.
      *****************************************************
      *  ONE FINDING: A LINE ON GHOSTRPT.DAT AND AN OPEN    *
      *  ITEM ON THE EXCEPTION REGISTER, KEYED EMP-ID AND   *
      *  PERIOD.                                            *
      *****************************************************
       8000-RAISE-FINDING-PARA.
           ADD 1 TO WS-TOT-FINDINGS
           MOVE SPACES        TO DETAIL-LINE
           MOVE WS-FND-EMP-ID TO OUT-EMP-ID
           MOVE WS-FND-TYPE   TO OUT-TYPE
           MOVE WS-FND-TEXT   TO OUT-TEXT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'EMPGHOST'    TO EXR-SOURCE-PGM
           MOVE SPACES        TO EXR-KEY
           STRING WS-FND-EMP-ID ' ' WS-PERIOD
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-FND-TEXT   TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-EMPLOYEES   TO OUT-TOT-EMPLOYEES
           MOVE WS-TOT-NO-ACTIVITY TO OUT-TOT-NO-ACTIVITY
           MOVE WS-TOT-POST-TERM   TO OUT-TOT-POST-TERM
           MOVE WS-TOT-PAY-JUMP    TO OUT-TOT-PAY-JUMP
           MOVE WS-TOT-SHARED      TO OUT-TOT-SHARED
           MOVE WS-TOT-FINDINGS    TO OUT-TOT-FINDINGS
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           DISPLAY '** GHOST-EMPLOYEE ANOMALY SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'EMPLOYEES CHECKED : ', WS-TOT-EMPLOYEES
           DISPLAY 'NO ACTIVITY       : ', WS-TOT-NO-ACTIVITY
           DISPLAY 'PAID AFTER TERM   : ', WS-TOT-POST-TERM
           DISPLAY 'PAY JUMPS         : ', WS-TOT-PAY-JUMP
           DISPLAY 'SHARED DETAILS    : ', WS-TOT-SHARED
           IF WS-TOT-FINDINGS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF PAYHIST-OPEN
               CLOSE PAYHIST-FILE
           END-IF
           IF NETPAY-OPEN
               CLOSE NETPAY-FILE
           END-IF
           CLOSE REPORT-FILE.
