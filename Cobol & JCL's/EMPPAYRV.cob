       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYRV.
      *****************************************************
      *  FULL REVERSAL OF A POSTED PAY PERIOD.  WHEN A      *
      *  FINAL EMPPAY RUN GOES OUT WRONG - WRONG BRACKET    *
      *  SET, WRONG ADJUSTMENTS FILE - THIS BACKS THE       *
      *  PERIOD NAMED BY PAYRVPER=YYYYMM OUT OF EVERY FILE  *
      *  THE RUN TOUCHED, SO THE CORRECTED RUN CAN THEN BE  *
      *  PROCESSED AS NORMAL:                               *
      *    1. PAY HISTORY - EACH EMPLOYEE'S ENTRIES FOR     *
      *       THE PERIOD ARE NETTED AND A REVERSAL ENTRY    *
      *       CARRYING THE NEGATED AMOUNTS IS ADDED UNDER   *
      *       THE NEXT PH-SEQ.  AN EMPLOYEE WHOSE PERIOD    *
      *       ALREADY NETS TO ZERO IS LEFT ALONE.           *
      *    2. YTD - FOR EVERY EMPLOYEE REVERSED, THE        *
      *       PERIOD'S MONTHLY BUCKET ON YTDMAST.DAT COMES  *
      *       BACK OUT OF THE YEAR TOTALS AND IS CLEARED.   *
      *    3. LEDGERS - EVERY MOVEMENT THE RUN LOGGED ON    *
      *       PAYPOST.DAT IS UNDONE: LOAN INSTALLMENTS GO   *
      *       BACK ON THE BALANCE (REOPENING A LOAN THE     *
      *       RUN CLOSED), COURT ORDERS GET BACK THE        *
      *       ARREARS THEY CARRIED BEFORE THE RUN,          *
      *       RECOVERIES GO BACK ON THE RECOVERY LEDGER     *
      *       AND POSTED SHORTFALLS COME OFF IT.  EACH LOG  *
      *       RECORD UNDONE IS MARKED REVERSED.             *
      *    4. JOURNAL - THE RUN'S JRNL.DAT LINES FOR THE    *
      *       PERIOD ARE WRITTEN BACK WITH DEBIT AND        *
      *       CREDIT SWAPPED TO PAYRVJRN.DAT, IN THE        *
      *       JRNL.DAT LAYOUT, EACH KEEPING ITS COMPANY.    *
      *    5. RETURNS - THE PERIOD'S SHARE OF THE           *
      *       STATUTORY MONTH-TO-DATE STORE (STATMTD.DAT)   *
      *       IS DROPPED, SO THE MONTH-END RETURNS NO       *
      *       LONGER COUNT THE REVERSED PAY.                *
      *  A PERIOD ALREADY CLOSED BY EMPCLOSE IS FINAL - ITS *
      *  RETURNS AND LEDGERS HAVE GONE - AND IS REFUSED     *
      *  (RC=8) BEFORE ANYTHING IS TOUCHED.                 *
      *  THE JOURNAL IS CHECKED BEFORE ANYTHING IS TOUCHED: *
      *  MISSING, NO LINES FOR THE PERIOD OR OUT OF         *
      *  BALANCE MEANS NOTHING IS CHANGED AND RC=8.  THE    *
      *  CONTROL REPORT (PAYRVRPT.DAT) PROVES EVERY         *
      *  REVERSED TOTAL AGAINST THE ORIGINAL RUN TO THE     *
      *  PENNY - PAY HISTORY AGAINST THE RUN TOTALS ON THE  *
      *  POSTING LOG, EACH LEDGER'S REVERSALS AGAINST WHAT  *
      *  WAS POSTED, THE REVERSING JOURNAL AGAINST THE      *
      *  ORIGINAL.  ANY MISMATCH OR REJECTED MOVEMENT ENDS  *
      *  RC=8; A PERIOD WITH NOTHING LEFT TO REVERSE, RC=4. *
      *  ONLY THE STANDARD (BLANK) PAY GROUP IS REVERSED -  *
      *  ITS PAY HISTORY, ITS POSTINGS, ITS RUN RECORD AND  *
      *  ITS JOURNAL LINES.  EMPJRNL BALANCES EVERY PAY     *
      *  GROUP ON ITS OWN AND STAMPS THE GROUP ON BOTH      *
      *  SIDES, SO A NAMED GROUP'S LINES ON THE SAME        *
      *  JOURNAL ARE LEFT OUT OF THE CHECK AND THE          *
      *  REVERSING JOURNAL; A NAMED GROUP'S PERIOD IS       *
      *  CORRECTED BY RERUNNING IT.                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT YTD-MASTER ASSIGN TO 'YTDMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS YTD-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT PAY-POST-FILE ASSIGN TO 'PAYPOST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LON-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT GARNISH-MASTER ASSIGN TO 'GARNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS GRN-KEY
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT RECOVERY-LEDGER ASSIGN TO 'RECOVLGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS RCV-EMP-ID
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT JOURNAL-FILE ASSIGN TO 'JRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT REV-JOURNAL-FILE ASSIGN TO 'PAYRVJRN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'PAYRVRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT STAT-MTD-FILE ASSIGN TO 'STATMTD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SMT-KEY
           FILE STATUS  IS WS-FILE-STAT10.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  YTD-MASTER.
       COPY YTDREC.
       FD  PAY-POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYPOST.
       FD  LOAN-MASTER.
       COPY LOANREC.
       FD  GARNISH-MASTER.
       COPY GARNREC.
       FD  RECOVERY-LEDGER.
       COPY RECOVLGR.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
           03  JR-DR-CR            PIC X(01).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(08).
           03  JR-PAY-GROUP        PIC X(02).
           03  FILLER              PIC X(06).
           03  JR-COMPANY          PIC X(03).
       FD  REV-JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  REV-JOURNAL-RECORD.
           03  RJ-PERIOD           PIC 9(06).
           03  RJ-ACCOUNT          PIC X(06).
           03  RJ-DR-CR            PIC X(01).
           03  RJ-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(08).
           03  RJ-PAY-GROUP        PIC X(02).
           03  FILLER              PIC X(06).
           03  RJ-COMPANY          PIC X(03).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
       FD  STAT-MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STATMTD.
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
       01  WS-MTD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STORE                  VALUE 'Y'.
       01  WS-ABORT-FLAG           PIC X(01) VALUE 'N'.
           88  RUN-ABORTED                   VALUE 'Y'.
       01  WS-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY                VALUE 'Y'.
       01  WS-POST-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-POSTINGS               VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-JOURNAL                VALUE 'Y'.
       01  WS-YTD-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  YTD-FILE-OPEN                 VALUE 'Y'.
       01  WS-POST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  POST-LOG-OPEN                 VALUE 'Y'.
       01  WS-LOAN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  LOAN-FILE-OPEN                VALUE 'Y'.
       01  WS-GARN-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  GARNISH-FILE-OPEN             VALUE 'Y'.
       01  WS-RCV-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  RECOVERY-FILE-OPEN            VALUE 'Y'.
       01  WS-RESULT-CODE          PIC X(01) VALUE SPACE.
           88  TRAN-APPLIED                  VALUE 'A'.
           88  TRAN-REJECTED                 VALUE 'R'.
       01  WS-REASON               PIC X(30) VALUE SPACES.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PERIOD-YR        PIC 9(04).
           03  WS-PERIOD-MM        PIC 9(02).
      *    ONE ENTRY PER EMPLOYEE PAID IN THE PERIOD: THE
      *    NET OF THEIR ENTRIES AND THE HIGHEST PH-SEQ USED.
      *    PAYHIST.DAT READS IN EMP-ID ORDER, SO EACH
      *    EMPLOYEE'S ENTRIES ARRIVE TOGETHER.
       01  WS-REV-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REV-TABLE.
           03  REV-ENTRY           OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-REV-COUNT.
               05  TBL-REV-EMP-ID  PIC X(05).
               05  TBL-REV-SEQ     PIC 9(02).
               05  TBL-REV-GROSS   PIC S9(09)V99.
               05  TBL-REV-TAX     PIC S9(09)V99.
               05  TBL-REV-DEDN    PIC S9(09)V99.
               05  TBL-REV-NET     PIC S9(09)V99.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-COUNTERS.
           03  WS-TOT-HIST-READ    PIC 9(07) VALUE ZERO.
           03  WS-TOT-REVERSED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ALREADY      PIC 9(05) VALUE ZERO.
           03  WS-TOT-HIST-REJ     PIC 9(05) VALUE ZERO.
           03  WS-TOT-YTD-BACKED   PIC 9(05) VALUE ZERO.
           03  WS-TOT-YTD-REJ      PIC 9(05) VALUE ZERO.
           03  WS-TOT-MOVES        PIC 9(05) VALUE ZERO.
           03  WS-TOT-MOVES-REJ    PIC 9(05) VALUE ZERO.
           03  WS-TOT-RUNS         PIC 9(03) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
           03  WS-TOT-MTD-DROPPED  PIC 9(05) VALUE ZERO.
       01  WS-MISMATCHES           PIC 9(02) VALUE ZERO.
      *    WHAT THE ORIGINAL RUN POSTED (POSTING LOG) AND
      *    WHAT THIS RUN REVERSED, SIDE BY SIDE FOR THE PROOF.
       01  WS-RUN-TOTALS.
           03  WS-RUN-GROSS        PIC 9(11)V99 VALUE ZERO.
           03  WS-RUN-TAX          PIC 9(11)V99 VALUE ZERO.
           03  WS-RUN-DEDN         PIC 9(11)V99 VALUE ZERO.
           03  WS-RUN-NET          PIC 9(11)V99 VALUE ZERO.
       01  WS-REVERSED-TOTALS.
           03  WS-RVS-GROSS        PIC 9(11)V99 VALUE ZERO.
           03  WS-RVS-TAX          PIC 9(11)V99 VALUE ZERO.
           03  WS-RVS-DEDN         PIC 9(11)V99 VALUE ZERO.
           03  WS-RVS-NET          PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTED-MOVES.
           03  WS-PST-LOAN         PIC 9(11)V99 VALUE ZERO.
           03  WS-PST-ORDER        PIC 9(11)V99 VALUE ZERO.
           03  WS-PST-RECOVERY     PIC 9(11)V99 VALUE ZERO.
           03  WS-PST-SHORTFALL    PIC 9(11)V99 VALUE ZERO.
       01  WS-REVERSED-MOVES.
           03  WS-RVM-LOAN         PIC 9(11)V99 VALUE ZERO.
           03  WS-RVM-ORDER        PIC 9(11)V99 VALUE ZERO.
           03  WS-RVM-RECOVERY     PIC 9(11)V99 VALUE ZERO.
           03  WS-RVM-SHORTFALL    PIC 9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-TOTALS.
           03  WS-JRN-DEBITS       PIC 9(11)V99 VALUE ZERO.
           03  WS-JRN-CREDITS      PIC 9(11)V99 VALUE ZERO.
           03  WS-RVJ-DEBITS       PIC 9(11)V99 VALUE ZERO.
           03  WS-RVJ-CREDITS      PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-EARN-OUT         PIC 9(11)V99 VALUE ZERO.
       01  WS-YTD-DEDN-OUT         PIC 9(11)V99 VALUE ZERO.
       01  WS-PROOF-POSTED         PIC 9(11)V99 VALUE ZERO.
       01  WS-PROOF-REVERSED       PIC 9(11)V99 VALUE ZERO.
       01  HEADING-LINE1.
           03  FILLER              PIC X(29) VALUE
               'PAY PERIOD REVERSAL - PERIOD '.
           03  OUT-HDG-PERIOD      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(45) VALUE SPACES.
       01  SECTION-LINE.
           03  OUT-SECTION-TEXT    PIC X(80) VALUE SPACES.
       01  HIST-HEADING-LINE.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(04) VALUE 'SEQ'.
           03  FILLER              PIC X(12) VALUE '      GROSS'.
           03  FILLER              PIC X(12) VALUE '        TAX'.
           03  FILLER              PIC X(12) VALUE '       DEDN'.
           03  FILLER              PIC X(12) VALUE '        NET'.
           03  FILLER              PIC X(21) VALUE ' RESULT'.
       01  HIST-DETAIL-LINE.
           03  OUT-PH-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PH-SEQ          PIC 9(02) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PH-GROSS        PIC ZZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PH-TAX          PIC ZZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PH-DEDN         PIC ZZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PH-NET          PIC ZZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PH-RESULT       PIC X(20) VALUE SPACES.
       01  MOVE-HEADING-LINE.
           03  FILLER              PIC X(05) VALUE 'TYPE'.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(04) VALUE 'REF'.
           03  FILLER              PIC X(14) VALUE '      AMOUNT'.
           03  FILLER              PIC X(50) VALUE 'RESULT'.
       01  MOVE-DETAIL-LINE.
           03  OUT-MV-TYPE         PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-MV-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-MV-REF          PIC 9(02) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-MV-AMOUNT       PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-MV-RESULT       PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-MV-REASON       PIC X(30) VALUE SPACES.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  PROOF-LINE.
           03  OUT-TEXT            PIC X(28) VALUE SPACES.
           03  OUT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-FLAG            PIC X(12) VALUE SPACES.
           03  FILLER              PIC X(22) VALUE SPACES.
       COPY CLSREQ.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           IF NOT RUN-ABORTED
               PERFORM 2000-REVERSE-HISTORY-PARA
               PERFORM 3000-REVERSE-POSTINGS-PARA
               PERFORM 4000-REVERSE-JOURNAL-PARA
               PERFORM 4500-DROP-STATUTORY-PARA
               PERFORM 5000-PROVE-REVERSAL-PARA
           END-IF
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
      *****************************************************
      *  THE PERIOD IS MANDATORY - THERE IS NO SAFE         *
      *  DEFAULT FOR A REVERSAL.  A CLOSED PERIOD IS        *
      *  REFUSED AND THE JOURNAL IS PROVED BEFORE ANY       *
      *  MASTER IS OPENED FOR UPDATE.                       *
      *****************************************************
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'PAYRVPER'
           IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO OUT-HDG-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           IF WS-PERIOD = ZERO
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY 'PAYRVPER=YYYYMM NOT SET OR NOT VALID - '
                   'NOTHING REVERSED'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1050-CHECK-CLOSED-PARA
               IF NOT RUN-ABORTED
                   PERFORM 1100-CHECK-JOURNAL-PARA
               END-IF
           END-IF
           IF NOT RUN-ABORTED
               OPEN I-O PAYHIST-FILE
               IF WS-FILE-STAT1 NOT = '00'
                   DISPLAY 'PAYHIST.DAT OPEN FAILED - STATUS '
                       WS-FILE-STAT1 ' - NOTHING REVERSED'
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT RUN-ABORTED
               PERFORM 1200-OPEN-MASTERS-PARA
           END-IF.
      *****************************************************
      *  ONCE EMPCLOSE HAS CLOSED THE PERIOD ITS RETURNS    *
      *  ARE FILED AND ITS LEDGERS LOCKED - BACKING IT OUT  *
      *  NOW WOULD LEAVE THEM DISAGREEING WITH PAYROLL.     *
      *****************************************************
       1050-CHECK-CLOSED-PARA.
           MOVE WS-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           IF CLQ-PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-PERIOD ' WAS CLOSED ON '
                   CLQ-CLOSE-DATE ' - NOTHING REVERSED'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-CHECK-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
           IF WS-FILE-STAT7 NOT = '00'
               DISPLAY 'JRNL.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT7 ' - NOTHING REVERSED'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-JRNL-EOF-FLAG
               PERFORM 1150-SUM-JOURNAL-PARA UNTIL END-OF-JOURNAL
               CLOSE JOURNAL-FILE
               IF WS-TOT-JRNL-LINES = ZERO
                   DISPLAY 'JRNL.DAT HAS NO LINES FOR PERIOD '
                       WS-PERIOD ' - NOTHING REVERSED'
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-JRN-DEBITS NOT = WS-JRN-CREDITS
                       DISPLAY 'JRNL.DAT DOES NOT BALANCE FOR '
                           'PERIOD ' WS-PERIOD ' - NOTHING '
                           'REVERSED'
                       MOVE 'Y' TO WS-ABORT-FLAG
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       1150-SUM-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   IF JR-PERIOD = WS-PERIOD
                       AND JR-PAY-GROUP = SPACES
                       ADD 1 TO WS-TOT-JRNL-LINES
                       IF JR-DEBIT
                           ADD JR-AMOUNT TO WS-JRN-DEBITS
                       ELSE
                           ADD JR-AMOUNT TO WS-JRN-CREDITS
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  A LEDGER THAT WILL NOT OPEN IS NOT FATAL HERE -    *
      *  ITS LOGGED MOVEMENTS ARE REJECTED ONE BY ONE, SO   *
      *  THE PROOF SHOWS EXACTLY WHAT IS STILL OUTSTANDING. *
      *****************************************************
       1200-OPEN-MASTERS-PARA.
           OPEN I-O YTD-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-YTD-OPEN-FLAG
           ELSE
               DISPLAY 'YTDMAST.DAT NOT AVAILABLE - YTD BUCKETS '
                   'NOT BACKED OUT - STATUS ' WS-FILE-STAT2
               ADD 1 TO WS-MISMATCHES
           END-IF
           OPEN I-O PAY-POST-FILE
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-POST-OPEN-FLAG
           ELSE
               DISPLAY 'PAYPOST.DAT NOT AVAILABLE - NO LEDGER '
                   'MOVEMENTS OR RUN TOTALS - STATUS '
                   WS-FILE-STAT3
           END-IF
           OPEN I-O LOAN-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-LOAN-OPEN-FLAG
           END-IF
           OPEN I-O GARNISH-MASTER
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-GARN-OPEN-FLAG
           END-IF
           OPEN I-O RECOVERY-LEDGER
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-RCV-OPEN-FLAG
           END-IF.
      *****************************************************
      *  PASS 1 - NET EVERY EMPLOYEE'S ENTRIES FOR THE      *
      *  PERIOD, THEN ADD ONE REVERSAL ENTRY EACH AND BACK  *
      *  THE MONTH OUT OF THEIR YTD RECORD.  THE TABLE IS   *
      *  BUILT FIRST SO THE NEW ENTRIES ARE NOT WRITTEN     *
      *  AHEAD OF THE SEQUENTIAL READ.                      *
      *****************************************************
       2000-REVERSE-HISTORY-PARA.
           MOVE 'EMPLOYEE PAY HISTORY' TO OUT-SECTION-TEXT
           WRITE REPORT-RECORD FROM SECTION-LINE
           WRITE REPORT-RECORD FROM HIST-HEADING-LINE
           PERFORM 2100-READ-HISTORY-PARA UNTIL END-OF-HISTORY
           PERFORM 2300-REVERSE-EMPLOYEE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-REV-COUNT.
       2100-READ-HISTORY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-HIST-READ
                   IF PH-PERIOD = WS-PERIOD
                       AND PH-PAY-GROUP = SPACES
                       PERFORM 2200-NET-ENTRY-PARA
                   END-IF
           END-READ.
       2200-NET-ENTRY-PARA.
           IF WS-REV-COUNT > ZERO
               AND TBL-REV-EMP-ID(WS-REV-COUNT) = PH-EMP-ID
               PERFORM 2250-ADD-ENTRY-PARA
           ELSE
               IF WS-REV-COUNT < 2000
                   ADD 1 TO WS-REV-COUNT
                   MOVE PH-EMP-ID TO TBL-REV-EMP-ID(WS-REV-COUNT)
                   MOVE ZERO      TO TBL-REV-SEQ(WS-REV-COUNT)
                                     TBL-REV-GROSS(WS-REV-COUNT)
                                     TBL-REV-TAX(WS-REV-COUNT)
                                     TBL-REV-DEDN(WS-REV-COUNT)
                                     TBL-REV-NET(WS-REV-COUNT)
                   PERFORM 2250-ADD-ENTRY-PARA
               ELSE
                   DISPLAY 'WARNING - REVERSAL TABLE FULL AT 2000 '
                       '- ' PH-EMP-ID ' NOT REVERSED'
                   ADD 1 TO WS-TOT-HIST-REJ
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2250-ADD-ENTRY-PARA.
           MOVE PH-SEQ   TO TBL-REV-SEQ(WS-REV-COUNT)
           ADD  PH-GROSS TO TBL-REV-GROSS(WS-REV-COUNT)
           ADD  PH-TAX   TO TBL-REV-TAX(WS-REV-COUNT)
           ADD  PH-DEDN  TO TBL-REV-DEDN(WS-REV-COUNT)
           ADD  PH-NET   TO TBL-REV-NET(WS-REV-COUNT).
       2300-REVERSE-EMPLOYEE-PARA.
           MOVE TBL-REV-EMP-ID(WS-SUB) TO OUT-PH-EMP-ID
           MOVE TBL-REV-GROSS(WS-SUB)  TO OUT-PH-GROSS
           MOVE TBL-REV-TAX(WS-SUB)    TO OUT-PH-TAX
           MOVE TBL-REV-DEDN(WS-SUB)   TO OUT-PH-DEDN
           MOVE TBL-REV-NET(WS-SUB)    TO OUT-PH-NET
           MOVE TBL-REV-SEQ(WS-SUB)    TO OUT-PH-SEQ
           IF TBL-REV-GROSS(WS-SUB) = ZERO
               AND TBL-REV-TAX(WS-SUB) = ZERO
               AND TBL-REV-DEDN(WS-SUB) = ZERO
               AND TBL-REV-NET(WS-SUB) = ZERO
               MOVE 'ALREADY REVERSED' TO OUT-PH-RESULT
               ADD 1 TO WS-TOT-ALREADY
           ELSE
               IF TBL-REV-SEQ(WS-SUB) = 99
                   MOVE 'REJECTED - NO SEQ' TO OUT-PH-RESULT
                   ADD 1 TO WS-TOT-HIST-REJ
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2400-WRITE-REVERSAL-PARA
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM HIST-DETAIL-LINE.
       2400-WRITE-REVERSAL-PARA.
           MOVE TBL-REV-EMP-ID(WS-SUB) TO PH-EMP-ID
           MOVE WS-PERIOD              TO PH-PERIOD
           COMPUTE PH-SEQ = TBL-REV-SEQ(WS-SUB) + 1
           MOVE 'R'                    TO PH-ENTRY-TYPE
           MOVE WS-TODAY-NUM           TO PH-PAY-DATE
           COMPUTE PH-GROSS = ZERO - TBL-REV-GROSS(WS-SUB)
           COMPUTE PH-TAX   = ZERO - TBL-REV-TAX(WS-SUB)
           COMPUTE PH-DEDN  = ZERO - TBL-REV-DEDN(WS-SUB)
           COMPUTE PH-NET   = ZERO - TBL-REV-NET(WS-SUB)
           MOVE SPACES                 TO PH-PAY-GROUP
           MOVE PH-SEQ TO OUT-PH-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   MOVE 'REJECTED - ON FILE' TO OUT-PH-RESULT
                   ADD 1 TO WS-TOT-HIST-REJ
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'REVERSED'   TO OUT-PH-RESULT
                   ADD 1 TO WS-TOT-REVERSED
                   ADD TBL-REV-GROSS(WS-SUB) TO WS-RVS-GROSS
                   ADD TBL-REV-TAX(WS-SUB)   TO WS-RVS-TAX
                   ADD TBL-REV-DEDN(WS-SUB)  TO WS-RVS-DEDN
                   ADD TBL-REV-NET(WS-SUB)   TO WS-RVS-NET
                   IF YTD-FILE-OPEN
                       PERFORM 2500-BACK-OUT-YTD-PARA
                   END-IF
           END-WRITE.
      *****************************************************
      *  THE PERIOD'S MONTH COMES BACK OUT OF THE YEAR      *
      *  TOTALS ONLY WHEN THE RECORD IS STILL ON THAT       *
      *  YEAR - AFTER THE YEAR-END RESET THERE IS NOTHING   *
      *  LEFT TO BACK OUT.                                  *
      *****************************************************
       2500-BACK-OUT-YTD-PARA.
           MOVE TBL-REV-EMP-ID(WS-SUB) TO YTD-EMP-ID
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-LAST-YR = WS-PERIOD-YR
                       AND (YTD-MTH-EARN(WS-PERIOD-MM) > ZERO
                         OR YTD-MTH-DEDN(WS-PERIOD-MM) > ZERO)
                       PERFORM 2550-CLEAR-MONTH-PARA
                   END-IF
           END-READ.
       2550-CLEAR-MONTH-PARA.
           IF YTD-EARN < YTD-MTH-EARN(WS-PERIOD-MM)
               OR YTD-DEDN < YTD-MTH-DEDN(WS-PERIOD-MM)
               DISPLAY 'YTD MONTH EXCEEDS YEAR TOTAL - '
                   YTD-EMP-ID ' NOT BACKED OUT'
               ADD 1 TO WS-TOT-YTD-REJ
               MOVE 8 TO RETURN-CODE
           ELSE
               SUBTRACT YTD-MTH-EARN(WS-PERIOD-MM) FROM YTD-EARN
               SUBTRACT YTD-MTH-DEDN(WS-PERIOD-MM) FROM YTD-DEDN
               ADD YTD-MTH-EARN(WS-PERIOD-MM) TO WS-YTD-EARN-OUT
               ADD YTD-MTH-DEDN(WS-PERIOD-MM) TO WS-YTD-DEDN-OUT
               MOVE ZERO TO YTD-MTH-EARN(WS-PERIOD-MM)
                            YTD-MTH-DEDN(WS-PERIOD-MM)
               REWRITE YTD-RECORD
               ADD 1 TO WS-TOT-YTD-BACKED
           END-IF.
      *****************************************************
      *  PASS 2 - THE POSTING LOG.  EVERY RECORD FOR THE    *
      *  PERIOD NOT ALREADY REVERSED IS COUNTED AS POSTED;  *
      *  RUN RECORDS GIVE THE ORIGINAL REGISTER TOTALS,     *
      *  MOVEMENT RECORDS ARE UNDONE ON THEIR LEDGER.       *
      *  ONLY WHAT WAS UNDONE IS MARKED REVERSED.           *
      *****************************************************
       3000-REVERSE-POSTINGS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LEDGER MOVEMENTS' TO OUT-SECTION-TEXT
           WRITE REPORT-RECORD FROM SECTION-LINE
           WRITE REPORT-RECORD FROM MOVE-HEADING-LINE
           IF POST-LOG-OPEN
               PERFORM 3100-READ-POSTING-PARA UNTIL END-OF-POSTINGS
           END-IF.
       3100-READ-POSTING-PARA.
           READ PAY-POST-FILE
               AT END
                   MOVE 'Y' TO WS-POST-EOF-FLAG
               NOT AT END
                   IF PPS-PERIOD = WS-PERIOD AND PPS-POSTED
                       AND PPS-PAY-GROUP = SPACES
                       PERFORM 3200-REVERSE-POSTING-PARA
                   END-IF
           END-READ.
       3200-REVERSE-POSTING-PARA.
           MOVE 'R'    TO WS-RESULT-CODE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN PPS-RUN-TOTALS
                   ADD 1        TO WS-TOT-RUNS
                   ADD PPS-GROSS TO WS-RUN-GROSS
                   ADD PPS-TAX   TO WS-RUN-TAX
                   ADD PPS-DEDN  TO WS-RUN-DEDN
                   ADD PPS-NET   TO WS-RUN-NET
                   MOVE 'A' TO WS-RESULT-CODE
               WHEN PPS-LOAN
                   ADD PPS-AMOUNT TO WS-PST-LOAN
                   PERFORM 3300-REVERSE-LOAN-PARA
               WHEN PPS-ORDER
                   ADD PPS-AMOUNT TO WS-PST-ORDER
                   PERFORM 3400-REVERSE-ORDER-PARA
               WHEN PPS-RECOVERY
                   ADD PPS-AMOUNT TO WS-PST-RECOVERY
                   PERFORM 3500-REVERSE-RECOVERY-PARA
               WHEN PPS-SHORTFALL
                   ADD PPS-AMOUNT TO WS-PST-SHORTFALL
                   PERFORM 3600-REVERSE-SHORTFALL-PARA
               WHEN OTHER
                   MOVE 'UNKNOWN POSTING TYPE' TO WS-REASON
           END-EVALUATE
           IF TRAN-APPLIED
               MOVE 'R' TO PPS-STATUS
               REWRITE PAY-POSTING-RECORD
           ELSE
               ADD 1 TO WS-TOT-MOVES-REJ
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT PPS-RUN-TOTALS
               ADD 1 TO WS-TOT-MOVES
               PERFORM 3700-WRITE-MOVE-LINE-PARA
           END-IF.
       3300-REVERSE-LOAN-PARA.
           IF NOT LOAN-FILE-OPEN
               MOVE 'LOANMAST.DAT NOT AVAILABLE' TO WS-REASON
           ELSE
               MOVE PPS-EMP-ID TO LON-EMP-ID
               MOVE PPS-REF    TO LON-NO
               READ LOAN-MASTER
                   INVALID KEY
                       MOVE 'LOAN NOT ON FILE' TO WS-REASON
                   NOT INVALID KEY
                       ADD PPS-AMOUNT TO LON-BALANCE
                       IF PPS-LOAN-CLOSED
                           MOVE 'O' TO LON-STATUS
                       END-IF
                       REWRITE LOAN-RECORD
                       ADD PPS-AMOUNT TO WS-RVM-LOAN
                       MOVE 'A' TO WS-RESULT-CODE
               END-READ
           END-IF.
       3400-REVERSE-ORDER-PARA.
           IF NOT GARNISH-FILE-OPEN
               MOVE 'GARNMAST.DAT NOT AVAILABLE' TO WS-REASON
           ELSE
               MOVE PPS-EMP-ID TO GRN-EMP-ID
               MOVE PPS-REF    TO GRN-PRIORITY
               READ GARNISH-MASTER
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE' TO WS-REASON
                   NOT INVALID KEY
                       MOVE PPS-PRIOR TO GRN-ARREARS
                       REWRITE GARNISH-RECORD
                       ADD PPS-AMOUNT TO WS-RVM-ORDER
                       MOVE 'A' TO WS-RESULT-CODE
               END-READ
           END-IF.
       3500-REVERSE-RECOVERY-PARA.
           IF NOT RECOVERY-FILE-OPEN
               MOVE 'RECOVLGR.DAT NOT AVAILABLE' TO WS-REASON
           ELSE
               MOVE PPS-EMP-ID TO RCV-EMP-ID
               READ RECOVERY-LEDGER
                   INVALID KEY
                       MOVE 'NO RECOVERY LEDGER RECORD' TO WS-REASON
                   NOT INVALID KEY
                       IF RCV-RECOVERED < PPS-AMOUNT
                           MOVE 'RECOVERED BELOW AMOUNT' TO WS-REASON
                       ELSE
                           ADD PPS-AMOUNT      TO RCV-BALANCE
                           SUBTRACT PPS-AMOUNT FROM RCV-RECOVERED
                           REWRITE RECOVERY-RECORD
                           ADD PPS-AMOUNT TO WS-RVM-RECOVERY
                           MOVE 'A' TO WS-RESULT-CODE
                       END-IF
               END-READ
           END-IF.
      *****************************************************
      *  A SHORTFALL ALREADY PART-RECOVERED BY A LATER RUN  *
      *  CANNOT COME OFF CLEANLY - IT IS REJECTED FOR       *
      *  PAYROLL TO SETTLE BY HAND.                         *
      *****************************************************
       3600-REVERSE-SHORTFALL-PARA.
           IF NOT RECOVERY-FILE-OPEN
               MOVE 'RECOVLGR.DAT NOT AVAILABLE' TO WS-REASON
           ELSE
               MOVE PPS-EMP-ID TO RCV-EMP-ID
               READ RECOVERY-LEDGER
                   INVALID KEY
                       MOVE 'NO RECOVERY LEDGER RECORD' TO WS-REASON
                   NOT INVALID KEY
                       IF RCV-BALANCE < PPS-AMOUNT
                           OR RCV-ACCUM < PPS-AMOUNT
                           MOVE 'BALANCE ALREADY RECOVERED' TO WS-REASON
                       ELSE
                           SUBTRACT PPS-AMOUNT FROM RCV-BALANCE
                           SUBTRACT PPS-AMOUNT FROM RCV-ACCUM
                           REWRITE RECOVERY-RECORD
                           ADD PPS-AMOUNT TO WS-RVM-SHORTFALL
                           MOVE 'A' TO WS-RESULT-CODE
                       END-IF
               END-READ
           END-IF.
       3700-WRITE-MOVE-LINE-PARA.
           MOVE PPS-TYPE   TO OUT-MV-TYPE
           MOVE PPS-EMP-ID TO OUT-MV-EMP-ID
           MOVE PPS-REF    TO OUT-MV-REF
           MOVE PPS-AMOUNT TO OUT-MV-AMOUNT
           IF TRAN-APPLIED
               MOVE 'REVERSED' TO OUT-MV-RESULT
           ELSE
               MOVE 'REJECTED' TO OUT-MV-RESULT
           END-IF
           MOVE WS-REASON  TO OUT-MV-REASON
           WRITE REPORT-RECORD FROM MOVE-DETAIL-LINE.
      *****************************************************
      *  PASS 3 - THE REVERSING JOURNAL.  ONLY WRITTEN      *
      *  WHEN PAY HISTORY WAS ACTUALLY REVERSED THIS RUN,   *
      *  SO A RERUN OF THE JOB CANNOT JOURNAL TWICE.  ONLY  *
      *  THE STANDARD GROUP'S LINES ARE REVERSED.           *
      *****************************************************
       4000-REVERSE-JOURNAL-PARA.
           IF WS-TOT-REVERSED = ZERO
               DISPLAY 'NO PAY HISTORY REVERSED - NO REVERSING '
                   'JOURNAL WRITTEN'
           ELSE
               OPEN INPUT  JOURNAL-FILE
               OPEN OUTPUT REV-JOURNAL-FILE
               MOVE 'N' TO WS-JRNL-EOF-FLAG
               PERFORM 4100-COPY-JOURNAL-PARA UNTIL END-OF-JOURNAL
               CLOSE JOURNAL-FILE
                     REV-JOURNAL-FILE
           END-IF.
       4100-COPY-JOURNAL-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   IF JR-PERIOD = WS-PERIOD
                       AND JR-PAY-GROUP = SPACES
                       MOVE SPACES     TO REV-JOURNAL-RECORD
                       MOVE JR-PERIOD  TO RJ-PERIOD
                       MOVE JR-ACCOUNT TO RJ-ACCOUNT
                       MOVE JR-AMOUNT  TO RJ-AMOUNT
                       MOVE JR-PAY-GROUP TO RJ-PAY-GROUP
                       MOVE JR-COMPANY TO RJ-COMPANY
                       IF JR-DEBIT
                           MOVE 'C' TO RJ-DR-CR
                           ADD JR-AMOUNT TO WS-RVJ-CREDITS
                       ELSE
                           MOVE 'D' TO RJ-DR-CR
                           ADD JR-AMOUNT TO WS-RVJ-DEBITS
                       END-IF
                       WRITE REV-JOURNAL-RECORD
                   END-IF
           END-READ.
      *****************************************************
      *  PASS 4 - THE STATUTORY MONTH-TO-DATE STORE.  EVERY *
      *  RECORD EMPSTMTD HELD FOR THE STANDARD GROUP'S      *
      *  PERIOD - THE REGULAR RUN AND ANY OFF-CYCLE RUNS -  *
      *  IS DROPPED, SO THE RETURNS MATCH PAY HISTORY.  NO  *
      *  STORE MEANS THERE IS NOTHING TO DROP.              *
      *****************************************************
       4500-DROP-STATUTORY-PARA.
           IF WS-TOT-REVERSED > ZERO
               OPEN I-O STAT-MTD-FILE
               IF WS-FILE-STAT10 NOT = '00'
                   DISPLAY 'STATMTD.DAT NOT AVAILABLE - STATUS '
                       WS-FILE-STAT10 ' - NO RETURN FIGURES DROPPED'
               ELSE
                   MOVE LOW-VALUES TO SMT-KEY
                   MOVE SPACES     TO SMT-PAY-GROUP
                   MOVE WS-PERIOD  TO SMT-PERIOD
                   MOVE 'N'        TO WS-MTD-EOF-FLAG
                   START STAT-MTD-FILE KEY NOT < SMT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-MTD-EOF-FLAG
                   END-START
                   PERFORM 4550-DROP-STORE-RECORD-PARA
                       UNTIL END-OF-STORE
                   CLOSE STAT-MTD-FILE
               END-IF
           END-IF.
       4550-DROP-STORE-RECORD-PARA.
           READ STAT-MTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
               NOT AT END
                   IF SMT-PAY-GROUP NOT = SPACES
                       OR SMT-PERIOD NOT = WS-PERIOD
                       MOVE 'Y' TO WS-MTD-EOF-FLAG
                   ELSE
                       DELETE STAT-MTD-FILE
                           INVALID KEY
                               DISPLAY 'STATMTD.DAT DELETE FAILED - '
                                   'STATUS ' WS-FILE-STAT10
                               ADD 1 TO WS-MISMATCHES
                           NOT INVALID KEY
                               ADD 1 TO WS-TOT-MTD-DROPPED
                       END-DELETE
                   END-IF
           END-READ.
      *****************************************************
      *  THE PROOF.  EACH PAIR PRINTS WHAT THE ORIGINAL     *
      *  RUN POSTED AND WHAT WAS REVERSED; THEY MUST TIE    *
      *  TO THE PENNY.  YTD FIGURES ARE INFORMATION ONLY -  *
      *  THE BUCKETS ARE FED NIGHTLY, NOT BY THE PAY RUN.   *
      *****************************************************
       5000-PROVE-REVERSAL-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'REVERSAL CONTROL PROOF' TO OUT-SECTION-TEXT
           WRITE REPORT-RECORD FROM SECTION-LINE
           IF WS-TOT-RUNS = ZERO AND WS-TOT-REVERSED > ZERO
               MOVE 'NO RUN TOTALS ON PAYPOST.DAT' TO OUT-TEXT
               MOVE ZERO             TO OUT-AMOUNT
               MOVE '** MISMATCH'    TO OUT-FLAG
               WRITE REPORT-RECORD FROM PROOF-LINE
               ADD 1 TO WS-MISMATCHES
           END-IF
           MOVE 'RUN GROSS POSTED'   TO OUT-TEXT
           MOVE WS-RUN-GROSS         TO WS-PROOF-POSTED
           MOVE 'GROSS REVERSED'     TO WS-REASON
           MOVE WS-RVS-GROSS         TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'RUN TAX POSTED'     TO OUT-TEXT
           MOVE WS-RUN-TAX           TO WS-PROOF-POSTED
           MOVE 'TAX REVERSED'       TO WS-REASON
           MOVE WS-RVS-TAX           TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'RUN DEDUCTIONS POSTED' TO OUT-TEXT
           MOVE WS-RUN-DEDN          TO WS-PROOF-POSTED
           MOVE 'DEDUCTIONS REVERSED' TO WS-REASON
           MOVE WS-RVS-DEDN          TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'RUN NET POSTED'     TO OUT-TEXT
           MOVE WS-RUN-NET           TO WS-PROOF-POSTED
           MOVE 'NET REVERSED'       TO WS-REASON
           MOVE WS-RVS-NET           TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'LOAN INSTALLMENTS POSTED' TO OUT-TEXT
           MOVE WS-PST-LOAN          TO WS-PROOF-POSTED
           MOVE 'LOAN INSTALLMENTS REVERSED' TO WS-REASON
           MOVE WS-RVM-LOAN          TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'COURT ORDERS POSTED' TO OUT-TEXT
           MOVE WS-PST-ORDER         TO WS-PROOF-POSTED
           MOVE 'COURT ORDERS REVERSED' TO WS-REASON
           MOVE WS-RVM-ORDER         TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'RECOVERIES POSTED'  TO OUT-TEXT
           MOVE WS-PST-RECOVERY      TO WS-PROOF-POSTED
           MOVE 'RECOVERIES REVERSED' TO WS-REASON
           MOVE WS-RVM-RECOVERY      TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           MOVE 'SHORTFALLS POSTED'  TO OUT-TEXT
           MOVE WS-PST-SHORTFALL     TO WS-PROOF-POSTED
           MOVE 'SHORTFALLS REVERSED' TO WS-REASON
           MOVE WS-RVM-SHORTFALL     TO WS-PROOF-REVERSED
           PERFORM 5100-PROVE-PAIR-PARA
           IF WS-TOT-REVERSED > ZERO
               MOVE 'JOURNAL DEBITS'     TO OUT-TEXT
               MOVE WS-JRN-DEBITS        TO WS-PROOF-POSTED
               MOVE 'REVERSING CREDITS'  TO WS-REASON
               MOVE WS-RVJ-CREDITS       TO WS-PROOF-REVERSED
               PERFORM 5100-PROVE-PAIR-PARA
               MOVE 'JOURNAL CREDITS'    TO OUT-TEXT
               MOVE WS-JRN-CREDITS       TO WS-PROOF-POSTED
               MOVE 'REVERSING DEBITS'   TO WS-REASON
               MOVE WS-RVJ-DEBITS        TO WS-PROOF-REVERSED
               PERFORM 5100-PROVE-PAIR-PARA
           END-IF
           MOVE 'YTD EARNINGS BACKED OUT' TO OUT-TEXT
           MOVE WS-YTD-EARN-OUT      TO OUT-AMOUNT
           MOVE 'INFO'               TO OUT-FLAG
           WRITE REPORT-RECORD FROM PROOF-LINE
           MOVE 'YTD DEDUCTIONS BACKED OUT' TO OUT-TEXT
           MOVE WS-YTD-DEDN-OUT      TO OUT-AMOUNT
           MOVE 'INFO'               TO OUT-FLAG
           WRITE REPORT-RECORD FROM PROOF-LINE.
       5100-PROVE-PAIR-PARA.
           MOVE WS-PROOF-POSTED   TO OUT-AMOUNT
           MOVE SPACES            TO OUT-FLAG
           WRITE REPORT-RECORD FROM PROOF-LINE
           MOVE WS-REASON         TO OUT-TEXT
           MOVE WS-PROOF-REVERSED TO OUT-AMOUNT
           IF WS-PROOF-REVERSED = WS-PROOF-POSTED
               MOVE 'TIES'        TO OUT-FLAG
           ELSE
               MOVE '** MISMATCH' TO OUT-FLAG
               ADD 1 TO WS-MISMATCHES
           END-IF
           WRITE REPORT-RECORD FROM PROOF-LINE.
       9000-TERMINATION-PARA.
           IF NOT RUN-ABORTED
               CLOSE PAYHIST-FILE
               IF YTD-FILE-OPEN
                   CLOSE YTD-MASTER
               END-IF
               IF POST-LOG-OPEN
                   CLOSE PAY-POST-FILE
               END-IF
               IF LOAN-FILE-OPEN
                   CLOSE LOAN-MASTER
               END-IF
               IF GARNISH-FILE-OPEN
                   CLOSE GARNISH-MASTER
               END-IF
               IF RECOVERY-FILE-OPEN
                   CLOSE RECOVERY-LEDGER
               END-IF
           END-IF
           DISPLAY '** PAY PERIOD REVERSAL SUMMARY **'
           DISPLAY 'PERIOD              : ', WS-PERIOD
           DISPLAY 'HISTORY READ        : ', WS-TOT-HIST-READ
           DISPLAY 'EMPLOYEES REVERSED  : ', WS-TOT-REVERSED
           DISPLAY 'ALREADY REVERSED    : ', WS-TOT-ALREADY
           DISPLAY 'HISTORY REJECTED    : ', WS-TOT-HIST-REJ
           DISPLAY 'YTD RECORDS BACKED  : ', WS-TOT-YTD-BACKED
           DISPLAY 'YTD REJECTED        : ', WS-TOT-YTD-REJ
           DISPLAY 'RUNS ON POSTING LOG : ', WS-TOT-RUNS
           DISPLAY 'MOVEMENTS FOUND     : ', WS-TOT-MOVES
           DISPLAY 'MOVEMENTS REJECTED  : ', WS-TOT-MOVES-REJ
           DISPLAY 'JOURNAL LINES       : ', WS-TOT-JRNL-LINES
           DISPLAY 'RETURN ITEMS DROPPED: ', WS-TOT-MTD-DROPPED
           IF NOT RUN-ABORTED
               IF WS-MISMATCHES > ZERO
                   DISPLAY 'REVERSAL DOES NOT PROVE - '
                       WS-MISMATCHES ' MISMATCH(ES)'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TOT-REVERSED = ZERO
                       AND WS-TOT-MOVES = ZERO
                       DISPLAY 'NOTHING LEFT TO REVERSE FOR '
                           'PERIOD ' WS-PERIOD
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       DISPLAY 'REVERSAL PROVES TO THE PENNY'
                   END-IF
               END-IF
           END-IF
           CLOSE REPORT-FILE.
