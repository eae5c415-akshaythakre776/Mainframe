       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPICRC.
      *****************************************************
      *  MONTH-END INTERCOMPANY RECHARGE FOR CROSS-LOCATION *
      *  PROJECT WORK.  A CONSULTANT'S SALARY COST STAYS    *
      *  WITH THE HOME EMP-LOC COST CENTER IN THE           *
      *  EMPGLEX/EMPJRNL JOURNAL EVEN WHEN THE HOURS ARE    *
      *  BOOKED TO A PROJECT ANOTHER LOCATION OWNS.  THIS   *
      *  STEP READS THE PERIOD'S APPROVED CARDS ON          *
      *  TIMEAPPR.DAT AND, FOR EVERY CARD WHOSE PROJECT HAS *
      *  AN OWNING LOCATION (PRJ-OWNER-LOC ON PROJMAST.DAT) *
      *  DIFFERENT FROM THE WORKER'S EMP-LOC, PRICES THE    *
      *  HOURS AT A TRANSFER RATE - EMP-EARN OVER THE       *
      *  STANDARD MONTH, AS EMPPROJC COSTS THEM, PLUS THE   *
      *  MARKUP ON ICRPARM.DAT.  BOTH LOCATIONS ARE MAPPED  *
      *  TO COST CENTERS THROUGH REFLKUP.  THE RECHARGE IS  *
      *  SUMMED PER CHARGING/RECEIVING PAIR AND JOURNALLED  *
      *  TO ICRJRNL.DAT IN THE JRNL.DAT LAYOUT - DEBIT THE  *
      *  RECEIVING COST CENTER, CREDIT INTERCOMPANY PAYABLE *
      *  ('ICP' ON GLRULES.DAT), DEBIT INTERCOMPANY         *
      *  RECEIVABLE ('ICR'), CREDIT THE HOME COST CENTER -  *
      *  DATED THE PERIOD END AND PROVED IN BALANCE (RC=8   *
      *  IF NOT, OR IF A PAIR IS TOO LARGE FOR THE JOURNAL  *
      *  AMOUNT FIELD).  ICRCRPT.DAT CARRIES THE            *
      *  WHO-CHARGED-WHOM MATRIX, THE TOTAL RECEIVED BY     *
      *  EACH LOCATION AND THE JOURNAL.  A CARD WHOSE       *
      *  PROJECT OR EMPLOYEE IS NOT ON FILE, OR WHOSE       *
      *  LOCATION HAS NO COST CENTER, IS LISTED AND RAISED  *
      *  ON THE EXCEPTION REGISTER (RC=4).  EACH JOURNAL    *
      *  LINE CARRIES THE COMPANY OF ITS LOCATION           *
      *  (LOCM-COMPANY, AS JR-COMPANY IN EMPJRNL): THE      *
      *  RECEIVING DEBIT AND THE 'ICP' CREDIT BELONG TO THE *
      *  RECEIVING LOCATION'S COMPANY, THE 'ICR' DEBIT AND  *
      *  THE HOME CREDIT TO THE HOME ONE.  THE PERIOD IS    *
      *  THE PAY-CALENDAR PERIOD COVERING THE RUN DATE;     *
      *  OVERRIDE WITH ICRCPER=YYYYMM.                      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PROJECT-MASTER ASSIGN TO 'PROJMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PRJ-CODE
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PARM-FILE ASSIGN TO 'ICRPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT JOURNAL-FILE ASSIGN TO 'ICRJRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REPORT-FILE ASSIGN TO 'ICRCRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PROJECT-MASTER.
       COPY PROJREC.
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-RECORD.
           03  IRP-MARKUP-PCT      PIC 9(2)V99.
           03  IRP-STD-HOURS       PIC 9(03).
           03  FILLER              PIC X(13).
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
           03  JR-DR-CR            PIC X(01).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  JR-POST-DATE        PIC 9(08).
           03  JR-PAY-GROUP        PIC X(02).
           03  JR-ORIG-ACCOUNT     PIC X(06).
           03  JR-COMPANY          PIC X(03).
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
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-MASTERS-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  MASTERS-OPEN                  VALUE 'Y'.
       01  WS-EMP-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  EMPLOYEE-FOUND                VALUE 'Y'.
       01  WS-PRJ-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88  PROJECT-FOUND                 VALUE 'Y'.
       01  WS-CC-FOUND-FLAG        PIC X(01) VALUE 'N'.
           88  CC-FOUND                      VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-START-DATE           PIC 9(08) VALUE ZERO.
       01  WS-END-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-MARKUP-PCT           PIC 9(2)V99 VALUE 10.00.
       01  WS-STD-HOURS            PIC 9(03) VALUE 160.
       01  WS-ICR-ACCT             PIC X(06) VALUE 'IC1400'.
       01  WS-ICP-ACCT             PIC X(06) VALUE 'IC2400'.
       01  WS-LOOK-LOC             PIC X(03) VALUE SPACES.
       01  WS-LOOK-CC              PIC X(06) VALUE SPACES.
       01  WS-HOME-LOC             PIC X(03) VALUE SPACES.
       01  WS-HOME-CC              PIC X(06) VALUE SPACES.
       01  WS-RECV-LOC             PIC X(03) VALUE SPACES.
       01  WS-RECV-CC              PIC X(06) VALUE SPACES.
       01  WS-LOOK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-LINE-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.
       01  WS-CARD-COST            PIC 9(7)V99 VALUE ZERO.
       01  WS-CARD-VALUE           PIC 9(7)V99 VALUE ZERO.
       01  WS-PAIR-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-PAIR-TABLE.
           03  PAIR-ENTRY          OCCURS 200 TIMES.
               05  TBL-PR-HOME-LOC PIC X(03).
               05  TBL-PR-HOME-CC  PIC X(06).
               05  TBL-PR-HOME-CO  PIC X(03).
               05  TBL-PR-RECV-LOC PIC X(03).
               05  TBL-PR-RECV-CC  PIC X(06).
               05  TBL-PR-RECV-CO  PIC X(03).
               05  TBL-PR-CARDS    PIC 9(05).
               05  TBL-PR-HOURS    PIC 9(7)V9.
               05  TBL-PR-COST     PIC 9(11)V99.
               05  TBL-PR-VALUE    PIC 9(11)V99.
       01  WS-HOME-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-HOME-TABLE.
           03  HOME-ENTRY          OCCURS 50 TIMES.
               05  TBL-HM-LOC      PIC X(03).
       01  WS-RECV-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-RECV-TABLE.
           03  RECV-ENTRY          OCCURS 50 TIMES.
               05  TBL-RV-LOC      PIC X(03).
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-LSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-GRP-HOURS            PIC 9(7)V9 VALUE ZERO.
       01  WS-GRP-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HOURS            PIC 9(7)V9 VALUE ZERO.
       01  WS-TOT-COST             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CREDITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-ACCT            PIC X(06) VALUE SPACES.
       01  WS-LINE-DRCR            PIC X(01) VALUE SPACE.
       01  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-JR-AMOUNT-MAX        PIC 9(11)V99
                                   VALUE 999999999.99.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-OTHER-PER    PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-OWNER     PIC 9(05) VALUE ZERO.
           03  WS-TOT-LOCAL        PIC 9(05) VALUE ZERO.
           03  WS-TOT-RECHARGED    PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
       COPY PCALREQ.
       COPY REFLKREQ.
       COPY CCREC.
       COPY LOCMREC.
       COPY EXCPREG.
       01  HEADING-LINE1.
           03  FILLER              PIC X(31) VALUE
               'INTERCOMPANY RECHARGES PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(10) VALUE '  MARKUP '.
           03  OUT-HDR-MARKUP      PIC Z9.99.
           03  FILLER              PIC X(15) VALUE
               '%  STD HOURS '.
           03  OUT-HDR-STD         PIC ZZ9.
           03  FILLER              PIC X(10) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(14) VALUE 'CHARGED BY'.
           03  FILLER              PIC X(14) VALUE 'CHARGED TO'.
           03  FILLER              PIC X(07) VALUE 'CARDS'.
           03  FILLER              PIC X(11) VALUE '    HOURS'.
           03  FILLER              PIC X(16) VALUE
               '            COST'.
           03  FILLER              PIC X(18) VALUE
               '         RECHARGE'.
       01  PAIR-LINE.
           03  OUT-HOME-LOC        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-HOME-CC         PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-RECV-LOC        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-RECV-CC         PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-CARDS           PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HOURS           PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-COST            PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  GROUP-TOTAL-LINE.
           03  FILLER              PIC X(14) VALUE SPACES.
           03  OUT-GRP-LABEL       PIC X(21) VALUE SPACES.
           03  OUT-GRP-HOURS       PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(19) VALUE SPACES.
           03  OUT-GRP-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  GRAND-TOTAL-LINE.
           03  FILLER              PIC X(35) VALUE
               'TOTAL RECHARGED'.
           03  OUT-TOT-HOURS       PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TOT-COST        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TOT-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  RECV-HEADING-LINE       PIC X(80) VALUE
           'RECHARGES RECEIVED BY LOCATION'.
       01  REJECT-HEADING-LINE     PIC X(80) VALUE
           'CARDS NOT RECHARGED'.
       01  REJECT-LINE.
           03  OUT-RJ-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-DATE         PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-PROJECT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-HOURS        PIC Z9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-RJ-TEXT         PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE SPACES.
       01  JRNL-HEADING-LINE       PIC X(80) VALUE
           'RECHARGE JOURNAL (ICRJRNL.DAT)'.
       01  JRNL-DETAIL-LINE.
           03  OUT-JR-PERIOD       PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-DATE         PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-ACCOUNT      PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-DR-CR        PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-JR-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-COMPANY      PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(27) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(12) VALUE 'RECHARGED: '.
           03  OUT-TOT-RECHARGED   PIC ZZZZ9.
           03  FILLER              PIC X(09) VALUE '  LOCAL: '.
           03  OUT-TOT-LOCAL       PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  NO OWNER: '.
           03  OUT-TOT-NO-OWNER    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
           03  FILLER              PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-CARDS-PARA
           PERFORM 5000-PRINT-MATRIX-PARA
           PERFORM 6000-JOURNAL-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'ICRCPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               COMPUTE PCQ-DATE = (WS-ENV-PERIOD-N * 100) + 15
           END-IF
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           MOVE PCQ-START  TO WS-START-DATE
           MOVE PCQ-END    TO WS-END-DATE
           PERFORM 1100-READ-PARM-PARA
           PERFORM 1200-LOAD-ACCOUNTS-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD      TO OUT-HDR-PERIOD
           MOVE WS-MARKUP-PCT  TO OUT-HDR-MARKUP
           MOVE WS-STD-HOURS   TO OUT-HDR-STD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM REJECT-HEADING-LINE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT PROJECT-MASTER
           IF WS-FILE-STAT2 = '00' AND WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-MASTERS-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT/PROJMAST.DAT OPEN FAILED - '
                   'STATUS ' WS-FILE-STAT2 '/' WS-FILE-STAT3
                   ' - NOTHING RECHARGED'
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  THE MARKUP ON COST AND THE STANDARD MONTH THE      *
      *  COST RATE IS TAKEN OVER COME FROM ICRPARM.DAT;     *
      *  WITHOUT IT THE RUN USES 10.00% AND 160 HOURS.      *
      *****************************************************
       1100-READ-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT4 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-PARM-PARA
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'ICRPARM.DAT NOT PRESENT - DEFAULT MARKUP '
                   'AND STANDARD HOURS'
           END-IF.
       1150-APPLY-PARM-PARA.
           IF IRP-MARKUP-PCT NUMERIC
               MOVE IRP-MARKUP-PCT TO WS-MARKUP-PCT
           END-IF
           IF IRP-STD-HOURS NUMERIC AND IRP-STD-HOURS > ZERO
               MOVE IRP-STD-HOURS TO WS-STD-HOURS
           END-IF.
       1200-LOAD-ACCOUNTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1250-READ-RULE-PARA UNTIL END-OF-INPUT
               CLOSE RULES-FILE
           END-IF.
       1250-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF GLR-CODE = 'ICR'
                       MOVE GLR-ACCOUNT TO WS-ICR-ACCT
                   END-IF
                   IF GLR-CODE = 'ICP'
                       MOVE GLR-ACCOUNT TO WS-ICP-ACCT
                   END-IF
           END-READ.
       2000-CARDS-PARA.
           IF MASTERS-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT APPROVED-FILE
               IF WS-FILE-STAT1 = '00'
                   PERFORM 2100-READ-CARD-PARA UNTIL END-OF-INPUT
                   CLOSE APPROVED-FILE
               ELSE
                   DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - STATUS '
                       WS-FILE-STAT1
               END-IF
           END-IF.
       2100-READ-CARD-PARA.
           READ APPROVED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
                   PERFORM 2200-CHECK-CARD-PARA
           END-READ.
      *****************************************************
      *  ONLY A CARD IN THE PERIOD, ON A PROJECT WITH AN    *
      *  OWNER, WORKED BY SOMEONE FROM ANOTHER LOCATION IS  *
      *  RECHARGED.  A CARD WHOSE PROJECT OR EMPLOYEE IS    *
      *  NOT ON FILE CANNOT BE PLACED AND IS REJECTED.      *
      *****************************************************
       2200-CHECK-CARD-PARA.
           IF TC-WORK-DATE < WS-START-DATE
               OR TC-WORK-DATE > WS-END-DATE
               ADD 1 TO WS-TOT-OTHER-PER
           ELSE
               PERFORM 2210-READ-MASTERS-PARA
               EVALUATE TRUE
                   WHEN NOT PROJECT-FOUND
                       MOVE 'PROJECT NOT ON PROJMAST.DAT'
                           TO WS-REJECT-TEXT
                       PERFORM 7100-REJECT-PARA
                   WHEN PRJ-OWNER-LOC = SPACES
                       ADD 1 TO WS-TOT-NO-OWNER
                   WHEN NOT EMPLOYEE-FOUND
                       MOVE 'EMPLOYEE NOT ON EMPMAST.DAT'
                           TO WS-REJECT-TEXT
                       PERFORM 7100-REJECT-PARA
                   WHEN EMP-LOC = PRJ-OWNER-LOC
                       ADD 1 TO WS-TOT-LOCAL
                   WHEN OTHER
                       PERFORM 2300-PRICE-CARD-PARA
               END-EVALUATE
           END-IF.
       2210-READ-MASTERS-PARA.
           MOVE 'N' TO WS-PRJ-FOUND-FLAG
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           MOVE TC-PROJECT TO PRJ-CODE
           READ PROJECT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRJ-FOUND-FLAG
           END-READ
           MOVE TC-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-FLAG
           END-READ.
      *****************************************************
      *  THE HOURS ARE COSTED AT EMP-EARN OVER THE STANDARD *
      *  MONTH (THE EMPPROJC LOADED-COST CONVENTION) AND    *
      *  RECHARGED AT THAT COST PLUS THE MARKUP.  BOTH      *
      *  LOCATIONS MUST MAP TO A COST CENTER.               *
      *****************************************************
       2300-PRICE-CARD-PARA.
           MOVE EMP-LOC       TO WS-HOME-LOC
                                 WS-LOOK-LOC
           PERFORM 2400-LOOKUP-CC-PARA
           MOVE WS-LOOK-CC    TO WS-HOME-CC
           IF CC-FOUND
               MOVE PRJ-OWNER-LOC TO WS-RECV-LOC
                                     WS-LOOK-LOC
               PERFORM 2400-LOOKUP-CC-PARA
               MOVE WS-LOOK-CC    TO WS-RECV-CC
           END-IF
           IF CC-FOUND
               COMPUTE WS-CARD-COST ROUNDED =
                   TC-HOURS * EMP-EARN / WS-STD-HOURS
               COMPUTE WS-CARD-VALUE ROUNDED =
                   TC-HOURS * EMP-EARN / WS-STD-HOURS
                   * (100 + WS-MARKUP-PCT) / 100
               PERFORM 7500-ADD-PAIR-PARA
           ELSE
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'LOCATION ' WS-LOOK-LOC
                      ' HAS NO COST CENTER'
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-STRING
               PERFORM 7100-REJECT-PARA
           END-IF.
       2400-LOOKUP-CC-PARA.
           MOVE 'N'         TO WS-CC-FOUND-FLAG
           MOVE SPACES      TO WS-LOOK-CC
           MOVE 'C'         TO RLK-FILE-ID
           MOVE SPACES      TO RLK-KEY
           MOVE WS-LOOK-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA TO CC-RECORD
               MOVE CC-CODE  TO WS-LOOK-CC
               MOVE 'Y'      TO WS-CC-FOUND-FLAG
           END-IF.
      *****************************************************
      *  THE COMPANY THAT EMPLOYS AT WS-LOOK-LOC - BLANK    *
      *  WHEN THE LOCATION IS NOT ON LOCMAST.DAT OR NAMES   *
      *  NO COMPANY.                                        *
      *****************************************************
       2450-LOOKUP-COMPANY-PARA.
           MOVE SPACES      TO WS-LOOK-COMPANY
           MOVE 'L'         TO RLK-FILE-ID
           MOVE SPACES      TO RLK-KEY
           MOVE WS-LOOK-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-LOOK-COMPANY
           END-IF.
      *****************************************************
      *  WHO CHARGED WHOM - EACH CHARGING LOCATION IN THE   *
      *  ORDER FIRST MET WITH THE LOCATIONS IT WORKED FOR   *
      *  UNDER IT, THEN WHAT EACH LOCATION RECEIVED.        *
      *****************************************************
       5000-PRINT-MATRIX-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 5100-PRINT-HOME-PARA
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-HOME-COUNT
           MOVE WS-TOT-HOURS TO OUT-TOT-HOURS
           MOVE WS-TOT-COST  TO OUT-TOT-COST
           MOVE WS-TOT-VALUE TO OUT-TOT-VALUE
           WRITE REPORT-RECORD FROM GRAND-TOTAL-LINE
           WRITE REPORT-RECORD FROM RECV-HEADING-LINE
           PERFORM 5300-PRINT-RECV-PARA
               VARYING WS-LSUB FROM 1 BY 1
               UNTIL WS-LSUB > WS-RECV-COUNT.
       5100-PRINT-HOME-PARA.
           MOVE ZERO TO WS-GRP-HOURS
                        WS-GRP-VALUE
           PERFORM 5200-PRINT-PAIR-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAIR-COUNT
           MOVE SPACES TO OUT-GRP-LABEL
           STRING 'CHARGED OUT BY ' TBL-HM-LOC(WS-LSUB)
                  DELIMITED BY SIZE INTO OUT-GRP-LABEL
           END-STRING
           MOVE WS-GRP-HOURS TO OUT-GRP-HOURS
           MOVE WS-GRP-VALUE TO OUT-GRP-VALUE
           WRITE REPORT-RECORD FROM GROUP-TOTAL-LINE.
       5200-PRINT-PAIR-PARA.
           IF TBL-PR-HOME-LOC(WS-SUB) = TBL-HM-LOC(WS-LSUB)
               MOVE TBL-PR-HOME-LOC(WS-SUB) TO OUT-HOME-LOC
               MOVE TBL-PR-HOME-CC(WS-SUB)  TO OUT-HOME-CC
               MOVE TBL-PR-RECV-LOC(WS-SUB) TO OUT-RECV-LOC
               MOVE TBL-PR-RECV-CC(WS-SUB)  TO OUT-RECV-CC
               MOVE TBL-PR-CARDS(WS-SUB)    TO OUT-CARDS
               MOVE TBL-PR-HOURS(WS-SUB)    TO OUT-HOURS
               MOVE TBL-PR-COST(WS-SUB)     TO OUT-COST
               MOVE TBL-PR-VALUE(WS-SUB)    TO OUT-VALUE
               WRITE REPORT-RECORD FROM PAIR-LINE
               ADD TBL-PR-HOURS(WS-SUB) TO WS-GRP-HOURS
               ADD TBL-PR-VALUE(WS-SUB) TO WS-GRP-VALUE
           END-IF.
       5300-PRINT-RECV-PARA.
           MOVE ZERO TO WS-GRP-HOURS
                        WS-GRP-VALUE
           PERFORM 5350-ADD-RECV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAIR-COUNT
           MOVE SPACES TO OUT-GRP-LABEL
           STRING 'CHARGED TO ' TBL-RV-LOC(WS-LSUB)
                  DELIMITED BY SIZE INTO OUT-GRP-LABEL
           END-STRING
           MOVE WS-GRP-HOURS TO OUT-GRP-HOURS
           MOVE WS-GRP-VALUE TO OUT-GRP-VALUE
           WRITE REPORT-RECORD FROM GROUP-TOTAL-LINE.
       5350-ADD-RECV-PARA.
           IF TBL-PR-RECV-LOC(WS-SUB) = TBL-RV-LOC(WS-LSUB)
               ADD TBL-PR-HOURS(WS-SUB) TO WS-GRP-HOURS
               ADD TBL-PR-VALUE(WS-SUB) TO WS-GRP-VALUE
           END-IF.
      *****************************************************
      *  FOR EACH PAIR THE RECEIVING COST CENTER IS DEBITED *
      *  AGAINST INTERCOMPANY PAYABLE ('ICP' ON             *
      *  GLRULES.DAT) AND THE HOME COST CENTER CREDITED     *
      *  AGAINST INTERCOMPANY RECEIVABLE ('ICR'), DATED THE *
      *  PERIOD END.  THE JOURNAL IS PROVED BEFORE THE RUN  *
      *  ENDS; A PAIR TOO LARGE FOR THE JOURNAL AMOUNT      *
      *  FIELD STOPS THE WHOLE JOURNAL.                     *
      *****************************************************
       6000-JOURNAL-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 6050-CHECK-SIZE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAIR-COUNT
           OPEN OUTPUT JOURNAL-FILE
           IF WS-FIND-SUB > ZERO
               DISPLAY 'EMPICRC - RECHARGE EXCEEDS THE JOURNAL '
                   'AMOUNT FIELD - NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAIR-COUNT > ZERO
                   WRITE REPORT-RECORD FROM JRNL-HEADING-LINE
                   PERFORM 6100-JOURNAL-PAIR-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PAIR-COUNT
               END-IF
               IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                   DISPLAY 'EMPICRC - RECHARGE JOURNAL OUT OF '
                       'BALANCE - DR ' WS-TOT-DEBITS
                       ' CR ' WS-TOT-CREDITS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE JOURNAL-FILE.
       6050-CHECK-SIZE-PARA.
           IF TBL-PR-VALUE(WS-SUB) > WS-JR-AMOUNT-MAX
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       6100-JOURNAL-PAIR-PARA.
           MOVE TBL-PR-VALUE(WS-SUB) TO WS-LINE-AMOUNT
           MOVE TBL-PR-RECV-CO(WS-SUB) TO WS-LINE-COMPANY
           MOVE TBL-PR-RECV-CC(WS-SUB) TO WS-LINE-ACCT
           MOVE 'D'                    TO WS-LINE-DRCR
           PERFORM 6200-WRITE-LINE-PARA
           MOVE WS-ICP-ACCT            TO WS-LINE-ACCT
           MOVE 'C'                    TO WS-LINE-DRCR
           PERFORM 6200-WRITE-LINE-PARA
           MOVE TBL-PR-HOME-CO(WS-SUB) TO WS-LINE-COMPANY
           MOVE WS-ICR-ACCT            TO WS-LINE-ACCT
           MOVE 'D'                    TO WS-LINE-DRCR
           PERFORM 6200-WRITE-LINE-PARA
           MOVE TBL-PR-HOME-CC(WS-SUB) TO WS-LINE-ACCT
           MOVE 'C'                    TO WS-LINE-DRCR
           PERFORM 6200-WRITE-LINE-PARA.
       6200-WRITE-LINE-PARA.
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE WS-PERIOD       TO JR-PERIOD
           MOVE WS-LINE-ACCT    TO JR-ACCOUNT
           MOVE WS-LINE-DRCR    TO JR-DR-CR
           MOVE WS-LINE-AMOUNT  TO JR-AMOUNT
           MOVE WS-END-DATE     TO JR-POST-DATE
           MOVE WS-LINE-COMPANY TO JR-COMPANY
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-TOT-JRNL-LINES
           IF JR-DEBIT
               ADD JR-AMOUNT TO WS-TOT-DEBITS
               MOVE 'DR' TO OUT-JR-DR-CR
           ELSE
               ADD JR-AMOUNT TO WS-TOT-CREDITS
               MOVE 'CR' TO OUT-JR-DR-CR
           END-IF
           MOVE WS-PERIOD       TO OUT-JR-PERIOD
           MOVE WS-END-DATE     TO OUT-JR-DATE
           MOVE WS-LINE-ACCT    TO OUT-JR-ACCOUNT
           MOVE WS-LINE-AMOUNT  TO OUT-JR-AMOUNT
           MOVE WS-LINE-COMPANY TO OUT-JR-COMPANY
           WRITE REPORT-RECORD FROM JRNL-DETAIL-LINE.
       7100-REJECT-PARA.
           ADD 1 TO WS-TOT-REJECTED
           MOVE TC-EMP-ID      TO OUT-RJ-EMP-ID
           MOVE TC-WORK-DATE   TO OUT-RJ-DATE
           MOVE TC-PROJECT     TO OUT-RJ-PROJECT
           MOVE TC-HOURS       TO OUT-RJ-HOURS
           MOVE WS-REJECT-TEXT TO OUT-RJ-TEXT
           WRITE REPORT-RECORD FROM REJECT-LINE
           MOVE 'EMPICRC '     TO EXR-SOURCE-PGM
           MOVE SPACES         TO EXR-KEY
           STRING TC-EMP-ID ' ' TC-WORK-DATE
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-REJECT-TEXT TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       7500-ADD-PAIR-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 7550-MATCH-PAIR-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAIR-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-FIND-SUB
                   MOVE WS-HOME-LOC TO TBL-PR-HOME-LOC(WS-FIND-SUB)
                   MOVE WS-HOME-CC  TO TBL-PR-HOME-CC(WS-FIND-SUB)
                   MOVE WS-RECV-LOC TO TBL-PR-RECV-LOC(WS-FIND-SUB)
                   MOVE WS-RECV-CC  TO TBL-PR-RECV-CC(WS-FIND-SUB)
                   MOVE WS-HOME-LOC TO WS-LOOK-LOC
                   PERFORM 2450-LOOKUP-COMPANY-PARA
                   MOVE WS-LOOK-COMPANY
                       TO TBL-PR-HOME-CO(WS-FIND-SUB)
                   MOVE WS-RECV-LOC TO WS-LOOK-LOC
                   PERFORM 2450-LOOKUP-COMPANY-PARA
                   MOVE WS-LOOK-COMPANY
                       TO TBL-PR-RECV-CO(WS-FIND-SUB)
                   MOVE ZERO TO TBL-PR-CARDS(WS-FIND-SUB)
                                TBL-PR-HOURS(WS-FIND-SUB)
                                TBL-PR-COST(WS-FIND-SUB)
                                TBL-PR-VALUE(WS-FIND-SUB)
                   PERFORM 7600-ADD-HOME-PARA
                   PERFORM 7700-ADD-RECV-PARA
               ELSE
                   DISPLAY 'WARNING - PAIR TABLE FULL AT 200 - '
                       WS-HOME-LOC ' TO ' WS-RECV-LOC
                       ' NOT RECHARGED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1              TO TBL-PR-CARDS(WS-FIND-SUB)
               ADD TC-HOURS       TO TBL-PR-HOURS(WS-FIND-SUB)
               ADD WS-CARD-COST   TO TBL-PR-COST(WS-FIND-SUB)
               ADD WS-CARD-VALUE  TO TBL-PR-VALUE(WS-FIND-SUB)
               ADD TC-HOURS       TO WS-TOT-HOURS
               ADD WS-CARD-COST   TO WS-TOT-COST
               ADD WS-CARD-VALUE  TO WS-TOT-VALUE
               ADD 1 TO WS-TOT-RECHARGED
           END-IF.
       7550-MATCH-PAIR-PARA.
           IF TBL-PR-HOME-LOC(WS-SUB) = WS-HOME-LOC
               AND TBL-PR-RECV-LOC(WS-SUB) = WS-RECV-LOC
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       7600-ADD-HOME-PARA.
           MOVE ZERO TO WS-LSUB
           PERFORM 7650-MATCH-HOME-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOME-COUNT OR WS-LSUB > ZERO
           IF WS-LSUB = ZERO
               IF WS-HOME-COUNT < 50
                   ADD 1 TO WS-HOME-COUNT
                   MOVE WS-HOME-LOC TO TBL-HM-LOC(WS-HOME-COUNT)
               ELSE
                   DISPLAY 'WARNING - LOCATION TABLE FULL AT 50 - '
                       WS-HOME-LOC ' RECHARGED BUT NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       7650-MATCH-HOME-PARA.
           IF TBL-HM-LOC(WS-SUB) = WS-HOME-LOC
               MOVE WS-SUB TO WS-LSUB
           END-IF.
       7700-ADD-RECV-PARA.
           MOVE ZERO TO WS-LSUB
           PERFORM 7750-MATCH-RECV-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RECV-COUNT OR WS-LSUB > ZERO
           IF WS-LSUB = ZERO
               IF WS-RECV-COUNT < 50
                   ADD 1 TO WS-RECV-COUNT
                   MOVE WS-RECV-LOC TO TBL-RV-LOC(WS-RECV-COUNT)
               ELSE
                   DISPLAY 'WARNING - LOCATION TABLE FULL AT 50 - '
                       WS-RECV-LOC ' RECHARGED BUT NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       7750-MATCH-RECV-PARA.
           IF TBL-RV-LOC(WS-SUB) = WS-RECV-LOC
               MOVE WS-SUB TO WS-LSUB
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-RECHARGED TO OUT-TOT-RECHARGED
           MOVE WS-TOT-LOCAL     TO OUT-TOT-LOCAL
           MOVE WS-TOT-NO-OWNER  TO OUT-TOT-NO-OWNER
           MOVE WS-TOT-REJECTED  TO OUT-TOT-REJECTED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** INTERCOMPANY RECHARGE SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'CARDS READ        : ', WS-TOT-READ
           DISPLAY 'OUTSIDE PERIOD    : ', WS-TOT-OTHER-PER
           DISPLAY 'NO OWNING LOCATION: ', WS-TOT-NO-OWNER
           DISPLAY 'SAME LOCATION     : ', WS-TOT-LOCAL
           DISPLAY 'RECHARGED         : ', WS-TOT-RECHARGED
           DISPLAY 'REJECTED          : ', WS-TOT-REJECTED
           DISPLAY 'RECHARGE VALUE    : ', WS-TOT-VALUE
           DISPLAY 'JOURNAL LINES     : ', WS-TOT-JRNL-LINES
           IF MASTERS-OPEN
               CLOSE EMPLOYEE-MASTER
                     PROJECT-MASTER
           END-IF
           CLOSE REPORT-FILE.
