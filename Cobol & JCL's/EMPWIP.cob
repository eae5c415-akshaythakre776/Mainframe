       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPWIP.
      *****************************************************
      *  MONTH-END UNBILLED WORK-IN-PROGRESS ACCRUAL.       *
      *  HOURS THAT HAVE BEEN WORKED BUT NOT YET INVOICED   *
      *  AT THE PERIOD END ARE EARNED REVENUE THE LEDGER    *
      *  DOES NOT SEE.  THREE SOURCES ARE PRICED: (1) THE   *
      *  APPROVED CARDS ON TIMEAPPR.DAT WHEN THE SHARED     *
      *  RUN-LOG SHOWS EMPTCAPP WROTE THEM AFTER THE LAST   *
      *  EMPINVC RUN, SO THEY HAVE NOT BEEN THROUGH BILLING *
      *  - STATUS 'A'; (2) THE CARDS STILL WAITING ON       *
      *  TCHELD.DAT FOR SUPERVISOR APPROVAL - STATUS 'W';   *
      *  (3) THE INVOICE LINES EMPINVC HELD AT A PO CEILING *
      *  ON INVHOLD.DAT - STATUS 'H', AT THE VALUE ALREADY  *
      *  PRICED ON THE HELD LINE AND SHOWN AGAINST PROJECT  *
      *  'PO HELD' BECAUSE A HELD LINE CARRIES NO PROJECT.  *
      *  ONLY WORK DATED ON OR BEFORE THE PERIOD END        *
      *  COUNTS.  CARDS ARE PRICED THROUGH THE SHARED       *
      *  RATEDTRM HIERARCHY (PROJECT OVERRIDE, ELSE CLIENT  *
      *  OVERRIDE, ELSE RATEMAST.DAT) AS AT THE PERIOD END; *
      *  A CARD WITH NO RATE OR NO CLIENT IS LISTED, RAISED *
      *  ON THE EXCEPTION REGISTER AND LEFT OUT (RC=4), AS  *
      *  EMPINVC WOULD NEVER BILL IT.  WIPRPT.DAT LISTS THE *
      *  WIP BY CLIENT AND PROJECT WITH THE OLDEST WORK     *
      *  DATE AND ITS AGE IN DAYS AT THE PERIOD END (TRUE   *
      *  CALENDAR DAYS FROM THE SHARED DATECALC             *
      *  SUBPROGRAM).  THE ACCRUAL IS JOURNALLED TO         *
      *  WIPJRNL.DAT IN THE JRNL.DAT LAYOUT - DEBIT         *
      *  UNBILLED WIP ('WIP' ON GLRULES.DAT), CREDIT        *
      *  ACCRUED REVENUE ('WIR') IN THE CLOSING PERIOD -    *
      *  TOGETHER WITH THE REVERSING PAIR IN THE NEXT       *
      *  PAY-CALENDAR PERIOD, SO THE ACCRUAL UNWINDS ITSELF *
      *  WHEN THE HOURS ARE INVOICED.  ONE SET OF PAIRS IS  *
      *  WRITTEN PER COMPANY, THE COMPANY BEING THE ONE     *
      *  THAT EMPLOYS AT THE WORKER'S LOCATION (LOCMAST.DAT *
      *  THROUGH REFLKUP), AND CARRIED IN JR-COMPANY.  THE  *
      *  FIRST EIGHT BYTES OF THE JOURNAL FILLER CARRY THE  *
      *  POSTING DATE - THE PERIOD END FOR THE ACCRUAL, THE *
      *  FIRST DAY OF THE NEXT PERIOD FOR THE REVERSAL.     *
      *  AN ACCRUAL TOO LARGE FOR THE JOURNAL AMOUNT FIELD  *
      *  IS NOT WRITTEN AND ENDS RC=8.  THE PERIOD IS THE   *
      *  PAY-CALENDAR PERIOD COVERING THE RUN DATE;         *
      *  OVERRIDE WITH WIPPER=YYYYMM.                       *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-FILE ASSIGN TO 'TIMEAPPR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT HELD-CARD-FILE ASSIGN TO 'TCHELD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT HOLD-FILE ASSIGN TO 'INVHOLD.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT JOURNAL-FILE ASSIGN TO 'WIPJRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT REPORT-FILE ASSIGN TO 'WIPRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  HELD-CARD-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  HELD-CARD-RECORD.
           03  HC-EMP-ID           PIC X(05).
           03  HC-WORK-DATE        PIC 9(08).
           03  HC-HOURS            PIC 9(2)V9.
           03  HC-PROJECT          PIC X(08).
           03  HC-SHIFT            PIC X(01).
           03  HC-SINCE            PIC 9(08).
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INVHOLD.
       FD  RUNLOG-FILE.
       COPY RUNLOG.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
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
       01  WS-FILE-STAT8           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-APPR-FLAG            PIC X(01) VALUE 'N'.
           88  APPROVED-UNBILLED             VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-NEXT-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-END-DATE.
           03  WS-END-YR           PIC 9(04).
           03  WS-END-MM           PIC 9(02).
           03  WS-END-DD           PIC 9(02).
       01  WS-END-DATE-N REDEFINES WS-END-DATE
                                   PIC 9(08).
       01  WS-NEXT-DATE.
           03  WS-NEXT-YR          PIC 9(04).
           03  WS-NEXT-MM          PIC 9(02).
           03  WS-NEXT-DD          PIC 9(02).
       01  WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE
                                   PIC 9(08).
       01  WS-REV-DATE             PIC 9(08) VALUE ZERO.
       01  WS-WORK-DATE.
           03  WS-WORK-YR          PIC 9(04).
           03  WS-WORK-MM          PIC 9(02).
           03  WS-WORK-DD          PIC 9(02).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                   PIC 9(08).
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-LOG-SEQ              PIC 9(07) VALUE ZERO.
       01  WS-TCAPP-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-INVC-SEQ             PIC 9(07) VALUE ZERO.
       01  WS-WIP-ACCT             PIC X(06) VALUE 'BL1350'.
       01  WS-REV-ACCT             PIC X(06) VALUE 'BL4050'.
       01  WS-CARD-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-CARD-PROJECT         PIC X(08) VALUE SPACES.
       01  WS-CARD-HOURS           PIC 9(5)V9 VALUE ZERO.
       01  WS-CARD-STATUS          PIC X(01) VALUE SPACE.
       01  WS-CARD-CLIENT          PIC X(08) VALUE SPACES.
       01  WS-CARD-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-CARD-VALUE           PIC 9(9)V99 VALUE ZERO.
       01  WS-CARD-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-WIP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-WIP-TABLE.
           03  WIP-ENTRY           OCCURS 300 TIMES.
               05  TBL-WIP-CLIENT  PIC X(08).
               05  TBL-WIP-PROJECT PIC X(08).
               05  TBL-WIP-STATUS  PIC X(01).
               05  TBL-WIP-CARDS   PIC 9(05).
               05  TBL-WIP-HOURS   PIC 9(7)V9.
               05  TBL-WIP-VALUE   PIC 9(11)V99.
               05  TBL-WIP-OLDEST  PIC 9(08).
       01  WS-CLI-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-CLI-TABLE.
           03  CLI-ENTRY           OCCURS 100 TIMES.
               05  TBL-CLI-CODE    PIC X(08).
       01  WS-CO-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 100 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-VALUE    PIC 9(11)V99.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-CSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-COSUB                PIC 9(03) VALUE ZERO.
       01  WS-CLI-HOURS            PIC 9(7)V9 VALUE ZERO.
       01  WS-CLI-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HOURS            PIC 9(7)V9 VALUE ZERO.
       01  WS-TOT-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-LINE-DATE            PIC 9(08) VALUE ZERO.
       01  WS-LINE-ACCT            PIC X(06) VALUE SPACES.
       01  WS-LINE-DRCR            PIC X(01) VALUE SPACE.
       01  WS-LINE-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-LINE-VALUE           PIC 9(11)V99 VALUE ZERO.
       01  WS-JR-AMOUNT-MAX        PIC 9(11)V99
                                   VALUE 999999999.99.
       01  WS-COUNTERS.
           03  WS-TOT-APPR-READ    PIC 9(05) VALUE ZERO.
           03  WS-TOT-HELD-READ    PIC 9(05) VALUE ZERO.
           03  WS-TOT-HOLD-READ    PIC 9(05) VALUE ZERO.
           03  WS-TOT-ACCRUED      PIC 9(05) VALUE ZERO.
           03  WS-TOT-LATER        PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNPRICED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
       COPY PCALREQ.
       COPY RTDREQ.
       COPY DATEREQ.
       COPY EXCPREG.
       COPY REFLKREQ.
       COPY LOCMREC.
       01  HEADING-LINE1.
           03  FILLER              PIC X(33) VALUE
               'UNBILLED WORK IN PROGRESS PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(08) VALUE '  AS AT '.
           03  OUT-HDR-END         PIC 9(08).
           03  FILLER              PIC X(11) VALUE '  REVERSES '.
           03  OUT-HDR-REV         PIC 9(08).
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'CLIENT'.
           03  FILLER              PIC X(10) VALUE 'PROJECT'.
           03  FILLER              PIC X(04) VALUE 'ST'.
           03  FILLER              PIC X(07) VALUE 'CARDS'.
           03  FILLER              PIC X(11) VALUE '    HOURS'.
           03  FILLER              PIC X(16) VALUE '          VALUE'.
           03  FILLER              PIC X(10) VALUE '  OLDEST'.
           03  FILLER              PIC X(12) VALUE '    AGE'.
       01  DETAIL-LINE.
           03  OUT-CLIENT          PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PROJECT         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-STATUS          PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  OUT-CARDS           PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-HOURS           PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-OLDEST          PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-AGE             PIC ZZZZ9.
           03  FILLER              PIC X(07) VALUE SPACES.
       01  CLIENT-TOTAL-LINE.
           03  FILLER              PIC X(10) VALUE SPACES.
           03  FILLER              PIC X(21) VALUE
               'CLIENT TOTAL'.
           03  OUT-CLI-HOURS       PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CLI-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(24) VALUE SPACES.
       01  GRAND-TOTAL-LINE.
           03  FILLER              PIC X(31) VALUE
               'TOTAL UNBILLED WIP'.
           03  OUT-TOT-HOURS       PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TOT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(24) VALUE SPACES.
       01  UNPRICED-HEADING-LINE   PIC X(80) VALUE
           'CARDS NOT ACCRUED - NO RATE OR NO CLIENT'.
       01  UNPRICED-LINE.
           03  OUT-UP-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UP-DATE         PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UP-PROJECT      PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UP-HOURS        PIC Z9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-UP-STATUS       PIC X(01) VALUE SPACE.
           03  FILLER              PIC X(46) VALUE SPACES.
       01  JRNL-HEADING-LINE       PIC X(80) VALUE
           'ACCRUAL JOURNAL (WIPJRNL.DAT)'.
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
           03  FILLER              PIC X(10) VALUE 'ACCRUED: '.
           03  OUT-TOT-ACCRUED     PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  UNPRICED: '.
           03  OUT-TOT-UNPRICED    PIC ZZZZ9.
           03  FILLER              PIC X(20) VALUE
               '  AFTER PERIOD END: '.
           03  OUT-TOT-LATER       PIC ZZZZ9.
           03  FILLER              PIC X(23) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-APPROVED-CARDS-PARA
           PERFORM 3000-HELD-CARDS-PARA
           PERFORM 4000-HELD-INVOICES-PARA
           PERFORM 5000-PRINT-WIP-PARA
           PERFORM 6000-JOURNAL-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
      *****************************************************
      *  THE CLOSING PERIOD AND ITS END DATE COME FROM THE  *
      *  PAY CALENDAR; THE REVERSAL GOES INTO WHICHEVER     *
      *  PERIOD COVERS THE DAY AFTER THAT END, DATED ITS    *
      *  FIRST DAY.                                         *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'WIPPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               COMPUTE PCQ-DATE = (WS-ENV-PERIOD-N * 100) + 15
           END-IF
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           MOVE PCQ-END    TO WS-END-DATE-N
           PERFORM 1100-NEXT-DAY-PARA
           MOVE WS-NEXT-DATE-N TO PCQ-DATE
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-NEXT-PERIOD
           MOVE PCQ-START  TO WS-REV-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD      TO OUT-HDR-PERIOD
           MOVE WS-END-DATE-N  TO OUT-HDR-END
           MOVE WS-REV-DATE    TO OUT-HDR-REV
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM UNPRICED-HEADING-LINE
           PERFORM 1200-LOAD-ACCOUNTS-PARA
           PERFORM 1300-CHECK-BILLING-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT5 ' - CARDS CANNOT BE PRICED'
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-NEXT-DAY-PARA.
           MOVE 'AD'          TO DTQ-FUNCTION
           MOVE WS-END-DATE-N TO DTQ-DATE-1
           MOVE 1             TO DTQ-COUNT
           CALL 'DATECALC' USING DATECALC-REQUEST
           MOVE DTQ-RESULT-DATE TO WS-NEXT-DATE-N.
       1200-LOAD-ACCOUNTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 1250-READ-RULE-PARA UNTIL END-OF-INPUT
               CLOSE RULES-FILE
           END-IF.
       1250-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF GLR-CODE = 'WIP'
                       MOVE GLR-ACCOUNT TO WS-WIP-ACCT
                   END-IF
                   IF GLR-CODE = 'WIR'
                       MOVE GLR-ACCOUNT TO WS-REV-ACCT
                   END-IF
           END-READ.
      *****************************************************
      *  TIMEAPPR.DAT IS REWRITTEN BY EMPTCAPP EVERY NIGHT  *
      *  AND BILLED BY THE EMPINVC THAT FOLLOWS IT.  IF     *
      *  THE LAST EMPTCAPP ON THE RUN-LOG HAS NO EMPINVC    *
      *  AFTER IT, BILLING DID NOT RUN AND THE FILE IS      *
      *  STILL UNBILLED.  WITH NEITHER ON THE LOG THERE IS  *
      *  NOTHING TO GO ON AND THE FILE IS TAKEN AS BILLED.  *
      *****************************************************
       1300-CHECK-BILLING-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUNLOG-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1350-READ-RUNLOG-PARA UNTIL END-OF-INPUT
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'RUNLOG.DAT NOT PRESENT - TIMEAPPR.DAT '
                   'TAKEN AS BILLED'
           END-IF
           IF WS-TCAPP-SEQ > WS-INVC-SEQ
               MOVE 'Y' TO WS-APPR-FLAG
               DISPLAY 'EMPINVC HAS NOT RUN SINCE EMPTCAPP - '
                   'TIMEAPPR.DAT IS UNBILLED'
           END-IF.
       1350-READ-RUNLOG-PARA.
           READ RUNLOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-SEQ
                   IF RL-PROGRAM = 'EMPTCAPP'
                       MOVE WS-LOG-SEQ TO WS-TCAPP-SEQ
                   END-IF
                   IF RL-PROGRAM = 'EMPINVC '
                       MOVE WS-LOG-SEQ TO WS-INVC-SEQ
                   END-IF
           END-READ.
       2000-APPROVED-CARDS-PARA.
           IF APPROVED-UNBILLED AND MASTER-FILE-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT APPROVED-FILE
               IF WS-FILE-STAT1 = '00'
                   PERFORM 2100-READ-APPROVED-PARA UNTIL END-OF-INPUT
                   CLOSE APPROVED-FILE
               ELSE
                   DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - STATUS '
                       WS-FILE-STAT1
               END-IF
           END-IF.
       2100-READ-APPROVED-PARA.
           READ APPROVED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-APPR-READ
                   MOVE TC-EMP-ID      TO WS-CARD-EMP-ID
                   MOVE TC-WORK-DATE   TO WS-WORK-DATE
                   MOVE TC-HOURS       TO WS-CARD-HOURS
                   MOVE TC-PROJECT     TO WS-CARD-PROJECT
                   MOVE 'A'            TO WS-CARD-STATUS
                   PERFORM 7000-PRICE-CARD-PARA
           END-READ.
       3000-HELD-CARDS-PARA.
           IF MASTER-FILE-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT HELD-CARD-FILE
               IF WS-FILE-STAT2 = '00'
                   PERFORM 3100-READ-HELD-CARD-PARA
                       UNTIL END-OF-INPUT
                   CLOSE HELD-CARD-FILE
               END-IF
           END-IF.
       3100-READ-HELD-CARD-PARA.
           READ HELD-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-HELD-READ
                   MOVE HC-EMP-ID      TO WS-CARD-EMP-ID
                   MOVE HC-WORK-DATE   TO WS-WORK-DATE-N
                   MOVE HC-HOURS       TO WS-CARD-HOURS
                   MOVE HC-PROJECT     TO WS-CARD-PROJECT
                   MOVE 'W'            TO WS-CARD-STATUS
                   PERFORM 7000-PRICE-CARD-PARA
           END-READ.
      *****************************************************
      *  HELD INVOICE LINES ARE ALREADY PRICED AND CARRY    *
      *  NO PROJECT OR WORK DATE - THE DATE FIRST HELD      *
      *  STANDS IN FOR THE AGE.                             *
      *****************************************************
       4000-HELD-INVOICES-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STAT3 = '00'
               PERFORM 4100-READ-HOLD-PARA UNTIL END-OF-INPUT
               CLOSE HOLD-FILE
           END-IF.
       4100-READ-HOLD-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-HOLD-READ
                   MOVE HLD-DATE       TO WS-WORK-DATE-N
                   MOVE HLD-CLIENT     TO WS-CARD-CLIENT
                   MOVE 'PO HELD'      TO WS-CARD-PROJECT
                   MOVE HLD-HOURS      TO WS-CARD-HOURS
                   MOVE HLD-EXT        TO WS-CARD-VALUE
                   MOVE 'H'            TO WS-CARD-STATUS
                   MOVE SPACES         TO WS-CARD-COMPANY
                   IF MASTER-FILE-OPEN
                       MOVE HLD-EMP-ID TO EMP-ID
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 7050-LOOKUP-COMPANY-PARA
                       END-READ
                   END-IF
                   PERFORM 7500-ADD-WIP-PARA
           END-READ.
      *****************************************************
      *  BY CLIENT IN THE ORDER FIRST MET, EACH CLIENT'S    *
      *  PROJECTS UNDER IT, WITH A CLIENT TOTAL.            *
      *****************************************************
       5000-PRINT-WIP-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 5100-PRINT-CLIENT-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CLI-COUNT
           MOVE WS-TOT-HOURS TO OUT-TOT-HOURS
           MOVE WS-TOT-VALUE TO OUT-TOT-VALUE
           WRITE REPORT-RECORD FROM GRAND-TOTAL-LINE.
       5100-PRINT-CLIENT-PARA.
           MOVE ZERO TO WS-CLI-HOURS
                        WS-CLI-VALUE
           PERFORM 5200-PRINT-ROW-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-WIP-COUNT
           MOVE WS-CLI-HOURS TO OUT-CLI-HOURS
           MOVE WS-CLI-VALUE TO OUT-CLI-VALUE
           WRITE REPORT-RECORD FROM CLIENT-TOTAL-LINE.
       5200-PRINT-ROW-PARA.
           IF TBL-WIP-CLIENT(WS-SUB) = TBL-CLI-CODE(WS-CSUB)
               MOVE 'DB'                   TO DTQ-FUNCTION
               MOVE TBL-WIP-OLDEST(WS-SUB) TO DTQ-DATE-1
               MOVE WS-END-DATE-N          TO DTQ-DATE-2
               CALL 'DATECALC' USING DATECALC-REQUEST
               MOVE DTQ-RESULT-DAYS        TO WS-AGE-DAYS
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               MOVE TBL-WIP-CLIENT(WS-SUB)  TO OUT-CLIENT
               MOVE TBL-WIP-PROJECT(WS-SUB) TO OUT-PROJECT
               MOVE TBL-WIP-STATUS(WS-SUB)  TO OUT-STATUS
               MOVE TBL-WIP-CARDS(WS-SUB)   TO OUT-CARDS
               MOVE TBL-WIP-HOURS(WS-SUB)   TO OUT-HOURS
               MOVE TBL-WIP-VALUE(WS-SUB)   TO OUT-VALUE
               MOVE TBL-WIP-OLDEST(WS-SUB)  TO OUT-OLDEST
               MOVE WS-AGE-DAYS             TO OUT-AGE
               WRITE REPORT-RECORD FROM DETAIL-LINE
               ADD TBL-WIP-HOURS(WS-SUB) TO WS-CLI-HOURS
               ADD TBL-WIP-VALUE(WS-SUB) TO WS-CLI-VALUE
           END-IF.
      *****************************************************
      *  ACCRUE IN THE CLOSING PERIOD AT ITS END DATE AND   *
      *  REVERSE IN THE NEXT PERIOD ON ITS FIRST DAY.       *
      *****************************************************
       6000-JOURNAL-PARA.
           IF WS-TOT-VALUE > WS-JR-AMOUNT-MAX
               DISPLAY 'EMPWIP - ACCRUAL EXCEEDS THE JOURNAL '
                   'AMOUNT FIELD - NOTHING WRITTEN'
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
               IF WS-TOT-VALUE > ZERO
                   WRITE REPORT-RECORD FROM JRNL-HEADING-LINE
                   PERFORM 6050-COMPANY-PAIRS-PARA
                       VARYING WS-COSUB FROM 1 BY 1
                       UNTIL WS-COSUB > WS-CO-COUNT
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.
       6050-COMPANY-PAIRS-PARA.
           IF TBL-CO-VALUE(WS-COSUB) > ZERO
               MOVE TBL-CO-CODE(WS-COSUB)  TO WS-LINE-COMPANY
               MOVE TBL-CO-VALUE(WS-COSUB) TO WS-LINE-VALUE
               MOVE WS-PERIOD              TO WS-LINE-PERIOD
               MOVE WS-END-DATE-N          TO WS-LINE-DATE
               MOVE WS-WIP-ACCT            TO WS-LINE-ACCT
               MOVE 'D'                    TO WS-LINE-DRCR
               PERFORM 6100-WRITE-LINE-PARA
               MOVE WS-REV-ACCT            TO WS-LINE-ACCT
               MOVE 'C'                    TO WS-LINE-DRCR
               PERFORM 6100-WRITE-LINE-PARA
               MOVE WS-NEXT-PERIOD         TO WS-LINE-PERIOD
               MOVE WS-REV-DATE            TO WS-LINE-DATE
               MOVE WS-REV-ACCT            TO WS-LINE-ACCT
               MOVE 'D'                    TO WS-LINE-DRCR
               PERFORM 6100-WRITE-LINE-PARA
               MOVE WS-WIP-ACCT            TO WS-LINE-ACCT
               MOVE 'C'                    TO WS-LINE-DRCR
               PERFORM 6100-WRITE-LINE-PARA
           END-IF.
       6100-WRITE-LINE-PARA.
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE WS-LINE-PERIOD  TO JR-PERIOD
           MOVE WS-LINE-ACCT    TO JR-ACCOUNT
           MOVE WS-LINE-DRCR    TO JR-DR-CR
           MOVE WS-LINE-VALUE   TO JR-AMOUNT
           MOVE WS-LINE-DATE    TO JR-POST-DATE
           MOVE WS-LINE-COMPANY TO JR-COMPANY
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-TOT-JRNL-LINES
           MOVE WS-LINE-PERIOD  TO OUT-JR-PERIOD
           MOVE WS-LINE-DATE    TO OUT-JR-DATE
           MOVE WS-LINE-ACCT    TO OUT-JR-ACCOUNT
           IF WS-LINE-DRCR = 'D'
               MOVE 'DR' TO OUT-JR-DR-CR
           ELSE
               MOVE 'CR' TO OUT-JR-DR-CR
           END-IF
           MOVE WS-LINE-VALUE   TO OUT-JR-AMOUNT
           MOVE WS-LINE-COMPANY TO OUT-JR-COMPANY
           WRITE REPORT-RECORD FROM JRNL-DETAIL-LINE.
      *****************************************************
      *  ONE CARD THROUGH THE RATE HIERARCHY AS AT THE      *
      *  PERIOD END.  WORK AFTER THE PERIOD END BELONGS TO  *
      *  NEXT MONTH'S ACCRUAL.                              *
      *****************************************************
       7000-PRICE-CARD-PARA.
           IF WS-WORK-DATE-N > WS-END-DATE-N
               ADD 1 TO WS-TOT-LATER
           ELSE
               MOVE SPACES TO WS-CARD-CLIENT
                              WS-CARD-COMPANY
               MOVE ZERO   TO WS-CARD-RATE
               MOVE 'N'    TO RDQ-SOURCE
               MOVE WS-CARD-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CARD-PROJECT TO RDQ-PROJECT
                       MOVE EMP-TECH        TO RDQ-TECH
                       MOVE WS-END-DATE-N   TO RDQ-DATE
                       CALL 'RATEDTRM' USING RATEDTRM-REQUEST
                       MOVE RDQ-RATE        TO WS-CARD-RATE
                       MOVE RDQ-CLIENT      TO WS-CARD-CLIENT
                       PERFORM 7050-LOOKUP-COMPANY-PARA
               END-READ
               IF RDQ-NO-RATE OR WS-CARD-CLIENT = SPACES
                   PERFORM 7100-UNPRICED-PARA
               ELSE
                   COMPUTE WS-CARD-VALUE ROUNDED =
                       WS-CARD-HOURS * WS-CARD-RATE
                   PERFORM 7500-ADD-WIP-PARA
               END-IF
           END-IF.
      *****************************************************
      *  THE COMPANY THAT EMPLOYS AT THE WORKER'S LOCATION  *
      *  - BLANK WHEN THE LOCATION IS NOT ON LOCMAST.DAT OR *
      *  NAMES NO COMPANY.                                  *
      *****************************************************
       7050-LOOKUP-COMPANY-PARA.
           MOVE 'L'         TO RLK-FILE-ID
           MOVE SPACES      TO RLK-KEY
           MOVE EMP-LOC     TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-CARD-COMPANY
           END-IF.
       7100-UNPRICED-PARA.
           ADD 1 TO WS-TOT-UNPRICED
           MOVE WS-CARD-EMP-ID  TO OUT-UP-EMP-ID
           MOVE WS-WORK-DATE-N  TO OUT-UP-DATE
           MOVE WS-CARD-PROJECT TO OUT-UP-PROJECT
           MOVE WS-CARD-HOURS   TO OUT-UP-HOURS
           MOVE WS-CARD-STATUS  TO OUT-UP-STATUS
           WRITE REPORT-RECORD FROM UNPRICED-LINE
           MOVE 'EMPWIP  '      TO EXR-SOURCE-PGM
           MOVE SPACES          TO EXR-KEY
           STRING WS-CARD-EMP-ID ' ' WS-WORK-DATE-N
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE 'UNBILLED CARD HAS NO RATE OR CLIENT'
                                TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       7500-ADD-WIP-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 7550-MATCH-WIP-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-WIP-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-WIP-COUNT < 300
                   ADD 1 TO WS-WIP-COUNT
                   MOVE WS-CARD-CLIENT  TO
                       TBL-WIP-CLIENT(WS-WIP-COUNT)
                   MOVE WS-CARD-PROJECT TO
                       TBL-WIP-PROJECT(WS-WIP-COUNT)
                   MOVE WS-CARD-STATUS  TO
                       TBL-WIP-STATUS(WS-WIP-COUNT)
                   MOVE ZERO TO TBL-WIP-CARDS(WS-WIP-COUNT)
                                TBL-WIP-HOURS(WS-WIP-COUNT)
                                TBL-WIP-VALUE(WS-WIP-COUNT)
                   MOVE WS-WORK-DATE-N  TO
                       TBL-WIP-OLDEST(WS-WIP-COUNT)
                   MOVE WS-WIP-COUNT TO WS-FIND-SUB
                   PERFORM 7600-ADD-CLIENT-PARA
               ELSE
                   DISPLAY 'WARNING - WIP TABLE FULL AT 300 - '
                       WS-CARD-CLIENT ' ' WS-CARD-PROJECT
                       ' NOT ACCRUED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1              TO TBL-WIP-CARDS(WS-FIND-SUB)
               ADD WS-CARD-HOURS  TO TBL-WIP-HOURS(WS-FIND-SUB)
               ADD WS-CARD-VALUE  TO TBL-WIP-VALUE(WS-FIND-SUB)
               IF WS-WORK-DATE-N < TBL-WIP-OLDEST(WS-FIND-SUB)
                   MOVE WS-WORK-DATE-N TO
                       TBL-WIP-OLDEST(WS-FIND-SUB)
               END-IF
               ADD WS-CARD-HOURS  TO WS-TOT-HOURS
               ADD WS-CARD-VALUE  TO WS-TOT-VALUE
               ADD 1 TO WS-TOT-ACCRUED
               PERFORM 7700-ADD-COMPANY-PARA
           END-IF.
       7550-MATCH-WIP-PARA.
           IF TBL-WIP-CLIENT(WS-SUB) = WS-CARD-CLIENT
               AND TBL-WIP-PROJECT(WS-SUB) = WS-CARD-PROJECT
               AND TBL-WIP-STATUS(WS-SUB) = WS-CARD-STATUS
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       7600-ADD-CLIENT-PARA.
           MOVE ZERO TO WS-CSUB
           PERFORM 7650-MATCH-CLIENT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CLI-COUNT OR WS-CSUB > ZERO
           IF WS-CSUB = ZERO
               IF WS-CLI-COUNT < 100
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CARD-CLIENT TO TBL-CLI-CODE(WS-CLI-COUNT)
               ELSE
                   DISPLAY 'WARNING - CLIENT TABLE FULL AT 100 - '
                       WS-CARD-CLIENT ' ACCRUED BUT NOT LISTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       7650-MATCH-CLIENT-PARA.
           IF TBL-CLI-CODE(WS-SUB) = WS-CARD-CLIENT
               MOVE WS-SUB TO WS-CSUB
           END-IF.
       7700-ADD-COMPANY-PARA.
           MOVE ZERO TO WS-COSUB
           PERFORM 7750-MATCH-COMPANY-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CO-COUNT OR WS-COSUB > ZERO
           IF WS-COSUB = ZERO
               IF WS-CO-COUNT < 100
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT     TO WS-COSUB
                   MOVE WS-CARD-COMPANY TO TBL-CO-CODE(WS-COSUB)
                   MOVE ZERO            TO TBL-CO-VALUE(WS-COSUB)
               ELSE
                   DISPLAY 'WARNING - COMPANY TABLE FULL AT 100 - '
                       WS-CARD-COMPANY ' NOT JOURNALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-COSUB > ZERO
               ADD WS-CARD-VALUE TO TBL-CO-VALUE(WS-COSUB)
           END-IF.
       7750-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-SUB) = WS-CARD-COMPANY
               MOVE WS-SUB TO WS-COSUB
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-ACCRUED   TO OUT-TOT-ACCRUED
           MOVE WS-TOT-UNPRICED  TO OUT-TOT-UNPRICED
           MOVE WS-TOT-LATER     TO OUT-TOT-LATER
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** UNBILLED WIP ACCRUAL SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'REVERSES IN       : ', WS-NEXT-PERIOD
           DISPLAY 'APPROVED CARDS    : ', WS-TOT-APPR-READ
           DISPLAY 'HELD CARDS        : ', WS-TOT-HELD-READ
           DISPLAY 'HELD INVOICE LINES: ', WS-TOT-HOLD-READ
           DISPLAY 'ACCRUED           : ', WS-TOT-ACCRUED
           DISPLAY 'NO RATE/CLIENT    : ', WS-TOT-UNPRICED
           DISPLAY 'AFTER PERIOD END  : ', WS-TOT-LATER
           DISPLAY 'WIP VALUE         : ', WS-TOT-VALUE
           DISPLAY 'JOURNAL LINES     : ', WS-TOT-JRNL-LINES
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE REPORT-FILE.
