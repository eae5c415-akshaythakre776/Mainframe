       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLDIST.
      *****************************************************
      *  MONTH-END LABOUR DISTRIBUTION.  PAYROLL COST       *
      *  REACHES THE LEDGER THROUGH EMPGLEX/EMPJRNL ON THE  *
      *  WORKER'S HOME EMP-LOC COST CENTER (OR THE FIXED    *
      *  CCALLOC.DAT SPLIT), WHEREVER THE TIME ACTUALLY     *
      *  WENT, SO INTERNAL CAPITAL PROJECTS AND             *
      *  CLIENT-FUNDED PROJECTS NEVER CARRY THEIR REAL      *
      *  LABOUR COST.  THIS STEP TAKES EACH EMPLOYEE'S COST *
      *  FOR THE PERIOD - GROSS ON NETPAY.DAT, THE EMPLOYER *
      *  SOCIAL-INSURANCE SHARE ON SIEMPLR.DAT AND THE      *
      *  EMPLOYER PENSION MATCH ON PENCONTR.DAT - AND       *
      *  SPREADS IT OVER THE PROJECTS ON THAT EMPLOYEE'S    *
      *  APPROVED CARDS FOR THE PERIOD (TIMEAPPR.DAT) IN    *
      *  PROPORTION TO THE HOURS.  A PROJECT FLAGGED        *
      *  CAPITALISABLE ON PROJMAST.DAT (PRJ-CAPITAL-FLAG)   *
      *  TAKES ITS SHARE TO THE CAPITALISATION ACCOUNT      *
      *  ('CAP' ON GLRULES.DAT); ANY OTHER PROJECT TAKES IT *
      *  TO THE COST CENTER OF ITS OWNING LOCATION          *
      *  (PRJ-OWNER-LOC, MAPPED THROUGH REFLKUP).  HOURS    *
      *  WITH NO PROJECT, ON A PROJECT WITH NO OWNER, OR ON *
      *  ONE OWNED BY THE WORKER'S OWN COST CENTER STAY     *
      *  WHERE THEY ARE.  THE RECLASS IS JOURNALLED TO      *
      *  LDSTJRNL.DAT IN THE JRNL.DAT LAYOUT - DEBIT EACH   *
      *  PROJECT COST CENTER OR THE CAPITALISATION ACCOUNT, *
      *  CREDIT EACH HOME COST CENTER WITH EXACTLY WHAT     *
      *  LEFT IT - DATED THE PERIOD END AND PROVED IN       *
      *  BALANCE (RC=8 IF NOT, OR IF A LINE IS TOO LARGE    *
      *  FOR THE JOURNAL AMOUNT FIELD).  LDSTRPT.DAT        *
      *  CARRIES EACH EMPLOYEE'S COST AND HOW MUCH OF IT    *
      *  MOVED, THE TOTAL RECEIVED BY EACH PROJECT AND THE  *
      *  JOURNAL.  A CARD ON A PROJECT NOT ON FILE, OR AN   *
      *  EMPLOYEE WITH PROJECT TIME BUT NO PAY RESULT OR NO *
      *  HOME COST CENTER, IS LISTED AND RAISED ON THE      *
      *  EXCEPTION REGISTER (RC=4).  EVERY JOURNAL LINE     *
      *  CARRIES ITS COMPANY (JR-COMPANY, AS IN EMPJRNL):   *
      *  THE HOME CREDIT THE COMPANY OF EMP-LOC, THE DEBIT  *
      *  THE COMPANY OF THE PROJECT'S OWNING LOCATION (THE  *
      *  HOME COMPANY WHEN IT HAS NO OWNER).  A SHARE THAT  *
      *  CROSSES COMPANIES IS CARRIED BY AN INTERCOMPANY    *
      *  RECEIVABLE DEBIT ('ICR') IN THE HOME COMPANY AND   *
      *  AN INTERCOMPANY PAYABLE CREDIT ('ICP') IN THE      *
      *  PROJECT'S, SO EACH COMPANY BALANCES ON ITS OWN.    *
      *  THE PERIOD IS THE PAY-CALENDAR PERIOD COVERING     *
      *  THE RUN DATE; OVERRIDE WITH LDSTPER=YYYYMM.        *
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

           SELECT NETPAY-FILE ASSIGN TO 'NETPAY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS NP-EMP-ID
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT SI-EMPLR-FILE ASSIGN TO 'SIEMPLR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT CONTRIB-FILE ASSIGN TO 'PENCONTR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT JOURNAL-FILE ASSIGN TO 'LDSTJRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'LDSTRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY TIMEREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  PROJECT-MASTER.
       COPY PROJREC.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  SI-EMPLR-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  SI-EMPLR-RECORD.
           03  SIE-EMP-ID          PIC X(05).
           03  SIE-AMOUNT          PIC 9(7)V99.
       FD  CONTRIB-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY PENCONTR.
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
       01  WS-FILE-STAT9           PIC X(02).
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-MASTERS-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  MASTERS-OPEN                  VALUE 'Y'.
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
       01  WS-CAP-ACCT             PIC X(06) VALUE 'FA1750'.
       01  WS-LOOK-LOC             PIC X(03) VALUE SPACES.
       01  WS-LOOK-CC              PIC X(06) VALUE SPACES.
       01  WS-HOME-CC              PIC X(06) VALUE SPACES.
       01  WS-ICR-ACCT             PIC X(06) VALUE 'IC1400'.
       01  WS-ICP-ACCT             PIC X(06) VALUE 'IC2400'.
       01  WS-LOOK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-HOME-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-LINE-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.
       01  WS-EMP-STATUS           PIC X(14) VALUE SPACES.
       01  WS-EMP-COST             PIC 9(9)V99 VALUE ZERO.
       01  WS-EMP-MOVED            PIC 9(9)V99 VALUE ZERO.
       01  WS-SHARE                PIC 9(9)V99 VALUE ZERO.
       01  WS-EMP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  EMP-ENTRY           OCCURS 500 TIMES.
               05  TBL-EM-EMP-ID   PIC X(05).
               05  TBL-EM-HOURS    PIC 9(5)V9.
               05  TBL-EM-BOOKED   PIC 9(5)V9.
               05  TBL-EM-SI       PIC 9(7)V99.
               05  TBL-EM-PEN      PIC 9(7)V99.
       01  WS-PRJ-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-PRJ-TABLE.
           03  PRJ-ENTRY           OCCURS 300 TIMES.
               05  TBL-PJ-CODE     PIC X(08).
               05  TBL-PJ-NAME     PIC X(20).
               05  TBL-PJ-CAP      PIC X(01).
               05  TBL-PJ-ACCT     PIC X(06).
               05  TBL-PJ-COMPANY  PIC X(03).
               05  TBL-PJ-HOURS    PIC 9(7)V9.
               05  TBL-PJ-AMOUNT   PIC 9(11)V99.
       01  WS-LINE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-LINE-TABLE.
           03  LINE-ENTRY          OCCURS 2000 TIMES.
               05  TBL-LN-ESUB     PIC 9(03).
               05  TBL-LN-PSUB     PIC 9(03).
               05  TBL-LN-HOURS    PIC 9(5)V9.
       01  WS-ACCT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-ACCT-TABLE.
           03  ACCT-ENTRY          OCCURS 200 TIMES.
               05  TBL-AC-ACCT     PIC X(06).
               05  TBL-AC-COMPANY  PIC X(03).
               05  TBL-AC-DEBIT    PIC 9(11)V99.
               05  TBL-AC-CREDIT   PIC 9(11)V99.
       01  WS-ESUB                 PIC 9(03) VALUE ZERO.
       01  WS-PSUB                 PIC 9(03) VALUE ZERO.
       01  WS-ASUB                 PIC 9(03) VALUE ZERO.
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-TOT-HOURS            PIC 9(7)V9 VALUE ZERO.
       01  WS-TOT-COST             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-MOVED            PIC 9(11)V99 VALUE ZERO.
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
           03  WS-TOT-UNBOOKED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-BOOKED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-REJECTED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-DISTRIBUTED  PIC 9(05) VALUE ZERO.
           03  WS-TOT-EMP-REJECTED PIC 9(05) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
       COPY PCALREQ.
       COPY REFLKREQ.
       COPY CCREC.
       COPY LOCMREC.
       COPY EXCPREG.
       01  HEADING-LINE1.
           03  FILLER              PIC X(30) VALUE
               'LABOUR DISTRIBUTION PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(16) VALUE
               '  CAPITAL ACCT '.
           03  OUT-HDR-CAP-ACCT    PIC X(06).
           03  FILLER              PIC X(22) VALUE SPACES.
       01  EMP-HEADING-LINE.
           03  FILLER              PIC X(07) VALUE 'EMP-ID'.
           03  FILLER              PIC X(08) VALUE 'HOME CC'.
           03  FILLER              PIC X(10) VALUE '    HOURS'.
           03  FILLER              PIC X(10) VALUE '   BOOKED'.
           03  FILLER              PIC X(15) VALUE
               '           COST'.
           03  FILLER              PIC X(16) VALUE
               '        RECLASS'.
           03  FILLER              PIC X(14) VALUE SPACES.
       01  EMP-DETAIL-LINE.
           03  OUT-EM-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EM-HOME-CC      PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EM-HOURS        PIC ZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EM-BOOKED       PIC ZZ,ZZ9.9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EM-COST         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-EM-MOVED        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EM-STATUS       PIC X(15) VALUE SPACES.
       01  PRJ-HEADING-LINE1       PIC X(80) VALUE
           'LABOUR COST RECEIVED BY PROJECT'.
       01  PRJ-HEADING-LINE2.
           03  FILLER              PIC X(30) VALUE 'PROJECT'.
           03  FILLER              PIC X(04) VALUE 'CAP'.
           03  FILLER              PIC X(08) VALUE 'ACCOUNT'.
           03  FILLER              PIC X(10) VALUE '     HOURS'.
           03  FILLER              PIC X(18) VALUE
               '         RECLASSED'.
           03  FILLER              PIC X(10) VALUE SPACES.
       01  PRJ-DETAIL-LINE.
           03  OUT-PJ-CODE         PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PJ-NAME         PIC X(20) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PJ-CAP          PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PJ-ACCT         PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PJ-HOURS        PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-PJ-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(11) VALUE SPACES.
       01  GRAND-TOTAL-LINE.
           03  FILLER              PIC X(41) VALUE
               'TOTAL DISTRIBUTED'.
           03  OUT-TOT-HOURS       PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-TOT-MOVED       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(12) VALUE SPACES.
       01  REJECT-HEADING-LINE     PIC X(80) VALUE
           'CARDS NOT DISTRIBUTED'.
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
           'RECLASS JOURNAL (LDSTJRNL.DAT)'.
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
           03  FILLER              PIC X(14) VALUE 'DISTRIBUTED: '.
           03  OUT-TOT-DISTRIBUTED PIC ZZZZ9.
           03  FILLER              PIC X(13) VALUE '  UNBOOKED: '.
           03  OUT-TOT-UNBOOKED    PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE '  REJECTED: '.
           03  OUT-TOT-REJECTED    PIC ZZZZ9.
           03  FILLER              PIC X(14) VALUE '  EMPLOYEES: '.
           03  OUT-TOT-EMP-REJ     PIC ZZZZ9.
           03  FILLER              PIC X(07) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-CARDS-PARA
           PERFORM 3000-EMPLOYER-COSTS-PARA
           PERFORM 4000-DISTRIBUTE-PARA
           PERFORM 5000-PRINT-PROJECTS-PARA
           PERFORM 6000-JOURNAL-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO PCQ-DATE
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'LDSTPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               COMPUTE PCQ-DATE = (WS-ENV-PERIOD-N * 100) + 15
           END-IF
           MOVE SPACES TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD TO WS-PERIOD
           MOVE PCQ-START  TO WS-START-DATE
           MOVE PCQ-END    TO WS-END-DATE
           PERFORM 1100-LOAD-ACCOUNTS-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD   TO OUT-HDR-PERIOD
           MOVE WS-CAP-ACCT TO OUT-HDR-CAP-ACCT
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM REJECT-HEADING-LINE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT PROJECT-MASTER
           OPEN INPUT NETPAY-FILE
           IF WS-FILE-STAT2 = '00' AND WS-FILE-STAT3 = '00'
               AND WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-MASTERS-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT/PROJMAST.DAT/NETPAY.DAT OPEN '
                   'FAILED - STATUS ' WS-FILE-STAT2 '/'
                   WS-FILE-STAT3 '/' WS-FILE-STAT4
                   ' - NOTHING DISTRIBUTED'
               MOVE 12 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  THE CAPITALISATION ACCOUNT IS THE 'CAP' LINE ON    *
      *  GLRULES.DAT; WITHOUT ONE THE RUN POSTS TO FA1750.  *
      *****************************************************
       1100-LOAD-ACCOUNTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT7 = '00'
               PERFORM 1150-READ-RULE-PARA UNTIL END-OF-INPUT
               CLOSE RULES-FILE
           END-IF.
       1150-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF GLR-CODE = 'CAP'
                       MOVE GLR-ACCOUNT TO WS-CAP-ACCT
                   END-IF
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
      *  EVERY CARD IN THE PERIOD COUNTS TOWARDS ITS        *
      *  EMPLOYEE'S TOTAL HOURS - THE BASE THE COST IS      *
      *  SPREAD OVER.  ONLY A CARD ON A PROJECT THAT IS ON  *
      *  FILE BOOKS HOURS TO THAT PROJECT; A BLANK PROJECT  *
      *  IS UNBOOKED TIME AND A PROJECT NOT ON FILE IS      *
      *  REJECTED, AND EITHER WAY THE HOURS' SHARE OF COST  *
      *  STAYS ON THE HOME COST CENTER.                     *
      *****************************************************
       2200-CHECK-CARD-PARA.
           IF TC-WORK-DATE < WS-START-DATE
               OR TC-WORK-DATE > WS-END-DATE
               ADD 1 TO WS-TOT-OTHER-PER
           ELSE
               PERFORM 2500-FIND-EMPLOYEE-PARA
               IF WS-ESUB > ZERO
                   ADD TC-HOURS TO TBL-EM-HOURS(WS-ESUB)
                   IF TC-PROJECT = SPACES
                       ADD 1 TO WS-TOT-UNBOOKED
                   ELSE
                       PERFORM 2300-FIND-PROJECT-PARA
                       IF WS-PSUB > ZERO
                           ADD 1 TO WS-TOT-BOOKED
                           ADD TC-HOURS TO TBL-EM-BOOKED(WS-ESUB)
                           PERFORM 2600-ADD-LINE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  A PROJECT IS READ FROM PROJMAST.DAT THE FIRST TIME *
      *  A CARD NAMES IT AND ITS TARGET ACCOUNT FIXED THEN: *
      *  THE CAPITALISATION ACCOUNT WHEN IT IS FLAGGED      *
      *  CAPITALISABLE, OTHERWISE ITS OWNING LOCATION'S     *
      *  COST CENTER.  NO OWNER, OR AN OWNER WITH NO COST   *
      *  CENTER, LEAVES THE TARGET BLANK AND THE TIME STAYS *
      *  HOME.  AN OWNED PROJECT ALSO CARRIES ITS OWNER'S   *
      *  COMPANY.                                           *
      *****************************************************
       2300-FIND-PROJECT-PARA.
           MOVE ZERO TO WS-PSUB
           PERFORM 2350-MATCH-PROJECT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PRJ-COUNT OR WS-PSUB > ZERO
           IF WS-PSUB = ZERO
               MOVE TC-PROJECT TO PRJ-CODE
               READ PROJECT-MASTER
                   INVALID KEY
                       MOVE 'PROJECT NOT ON PROJMAST.DAT'
                           TO WS-REJECT-TEXT
                       PERFORM 7100-REJECT-PARA
                   NOT INVALID KEY
                       PERFORM 2360-ADD-PROJECT-PARA
               END-READ
           END-IF.
       2350-MATCH-PROJECT-PARA.
           IF TBL-PJ-CODE(WS-SUB) = TC-PROJECT
               MOVE WS-SUB TO WS-PSUB
           END-IF.
       2360-ADD-PROJECT-PARA.
           IF WS-PRJ-COUNT < 300
               ADD 1 TO WS-PRJ-COUNT
               MOVE WS-PRJ-COUNT TO WS-PSUB
               MOVE PRJ-CODE     TO TBL-PJ-CODE(WS-PSUB)
               MOVE PRJ-NAME     TO TBL-PJ-NAME(WS-PSUB)
               MOVE 'N'          TO TBL-PJ-CAP(WS-PSUB)
               MOVE SPACES       TO TBL-PJ-ACCT(WS-PSUB)
                                    TBL-PJ-COMPANY(WS-PSUB)
               MOVE ZERO         TO TBL-PJ-HOURS(WS-PSUB)
                                    TBL-PJ-AMOUNT(WS-PSUB)
               IF PRJ-OWNER-LOC NOT = SPACES
                   MOVE PRJ-OWNER-LOC TO WS-LOOK-LOC
                   PERFORM 2450-LOOKUP-COMPANY-PARA
                   MOVE WS-LOOK-COMPANY TO TBL-PJ-COMPANY(WS-PSUB)
               END-IF
               EVALUATE TRUE
                   WHEN PRJ-CAPITALISABLE
                       MOVE 'Y'         TO TBL-PJ-CAP(WS-PSUB)
                       MOVE WS-CAP-ACCT TO TBL-PJ-ACCT(WS-PSUB)
                   WHEN PRJ-OWNER-LOC = SPACES
                       CONTINUE
                   WHEN OTHER
                       MOVE PRJ-OWNER-LOC TO WS-LOOK-LOC
                       PERFORM 2400-LOOKUP-CC-PARA
                       IF CC-FOUND
                           MOVE WS-LOOK-CC TO TBL-PJ-ACCT(WS-PSUB)
                       ELSE
                           MOVE SPACES TO WS-REJECT-TEXT
                           STRING 'LOCATION ' WS-LOOK-LOC
                                  ' HAS NO COST CENTER'
                                  DELIMITED BY SIZE INTO WS-REJECT-TEXT
                           END-STRING
                           PERFORM 7100-REJECT-PARA
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY 'WARNING - PROJECT TABLE FULL AT 300 - '
                   PRJ-CODE ' NOT DISTRIBUTED'
               MOVE 8 TO RETURN-CODE
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
       2500-FIND-EMPLOYEE-PARA.
           MOVE ZERO TO WS-ESUB
           PERFORM 2550-MATCH-EMPLOYEE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EMP-COUNT OR WS-ESUB > ZERO
           IF WS-ESUB = ZERO
               IF WS-EMP-COUNT < 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-ESUB
                   MOVE TC-EMP-ID TO TBL-EM-EMP-ID(WS-ESUB)
                   MOVE ZERO TO TBL-EM-HOURS(WS-ESUB)
                                TBL-EM-BOOKED(WS-ESUB)
                                TBL-EM-SI(WS-ESUB)
                                TBL-EM-PEN(WS-ESUB)
               ELSE
                   DISPLAY 'WARNING - EMPLOYEE TABLE FULL AT 500 - '
                       TC-EMP-ID ' NOT DISTRIBUTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2550-MATCH-EMPLOYEE-PARA.
           IF TBL-EM-EMP-ID(WS-SUB) = TC-EMP-ID
               MOVE WS-SUB TO WS-ESUB
           END-IF.
       2600-ADD-LINE-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2650-MATCH-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LINE-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-LINE-COUNT < 2000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-FIND-SUB
                   MOVE WS-ESUB TO TBL-LN-ESUB(WS-FIND-SUB)
                   MOVE WS-PSUB TO TBL-LN-PSUB(WS-FIND-SUB)
                   MOVE ZERO    TO TBL-LN-HOURS(WS-FIND-SUB)
               ELSE
                   DISPLAY 'WARNING - LINE TABLE FULL AT 2000 - '
                       TC-EMP-ID ' ON ' TC-PROJECT ' NOT DISTRIBUTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD TC-HOURS TO TBL-LN-HOURS(WS-FIND-SUB)
           END-IF.
       2650-MATCH-LINE-PARA.
           IF TBL-LN-ESUB(WS-SUB) = WS-ESUB
               AND TBL-LN-PSUB(WS-SUB) = WS-PSUB
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  THE EMPLOYER SOCIAL-INSURANCE SHARE (SIEMPLR.DAT)  *
      *  AND THE EMPLOYER PENSION MATCH FOR THE PERIOD      *
      *  (PENCONTR.DAT) ARE ADDED TO THE EMPLOYEES WHO HAVE *
      *  CARDS.  EITHER FILE MISSING SIMPLY LEAVES THAT     *
      *  COST OUT.                                          *
      *****************************************************
       3000-EMPLOYER-COSTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SI-EMPLR-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 3100-READ-SI-PARA UNTIL END-OF-INPUT
               CLOSE SI-EMPLR-FILE
           ELSE
               DISPLAY 'SIEMPLR.DAT NOT PRESENT - NO EMPLOYER SI '
                   'DISTRIBUTED'
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTRIB-FILE
           IF WS-FILE-STAT6 = '00'
               PERFORM 3200-READ-PENSION-PARA UNTIL END-OF-INPUT
               CLOSE CONTRIB-FILE
           ELSE
               DISPLAY 'PENCONTR.DAT NOT PRESENT - NO EMPLOYER '
                   'PENSION DISTRIBUTED'
           END-IF.
       3100-READ-SI-PARA.
           READ SI-EMPLR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE ZERO TO WS-ESUB
                   PERFORM 3150-MATCH-SI-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-EMP-COUNT OR WS-ESUB > ZERO
                   IF WS-ESUB > ZERO
                       ADD SIE-AMOUNT TO TBL-EM-SI(WS-ESUB)
                   END-IF
           END-READ.
       3150-MATCH-SI-PARA.
           IF TBL-EM-EMP-ID(WS-SUB) = SIE-EMP-ID
               MOVE WS-SUB TO WS-ESUB
           END-IF.
       3200-READ-PENSION-PARA.
           READ CONTRIB-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PCN-PERIOD = WS-PERIOD
                       MOVE ZERO TO WS-ESUB
                       PERFORM 3250-MATCH-PENSION-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-EMP-COUNT
                              OR WS-ESUB > ZERO
                       IF WS-ESUB > ZERO
                           ADD PCN-ER-AMT TO TBL-EM-PEN(WS-ESUB)
                       END-IF
                   END-IF
           END-READ.
       3250-MATCH-PENSION-PARA.
           IF TBL-EM-EMP-ID(WS-SUB) = PCN-EMP-ID
               MOVE WS-SUB TO WS-ESUB
           END-IF.
      *****************************************************
      *  ONE EMPLOYEE AT A TIME: COST IS GROSS PLUS         *
      *  EMPLOYER SI PLUS EMPLOYER PENSION, AND EACH        *
      *  PROJECT TAKES COST TIMES ITS HOURS OVER THE        *
      *  EMPLOYEE'S TOTAL HOURS.  WHATEVER MOVES IS         *
      *  CREDITED BACK TO THE HOME COST CENTER TO THE       *
      *  PENNY, SO THE JOURNAL BALANCES WHATEVER THE        *
      *  ROUNDING.  AN EMPLOYEE WITH NO PROJECT HOURS IS    *
      *  NOT LISTED.                                        *
      *****************************************************
       4000-DISTRIBUTE-PARA.
           WRITE REPORT-RECORD FROM EMP-HEADING-LINE
           PERFORM 4100-EMPLOYEE-PARA
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EMP-COUNT.
       4100-EMPLOYEE-PARA.
           IF TBL-EM-BOOKED(WS-ESUB) > ZERO
               MOVE ZERO   TO WS-EMP-COST WS-EMP-MOVED
               MOVE SPACES TO WS-EMP-STATUS WS-HOME-CC
                              WS-HOME-COMPANY
               MOVE TBL-EM-EMP-ID(WS-ESUB) TO NP-EMP-ID
               READ NETPAY-FILE
                   INVALID KEY
                       MOVE 'NO PAY RESULT' TO WS-EMP-STATUS
               END-READ
               IF WS-EMP-STATUS = SPACES
                   MOVE TBL-EM-EMP-ID(WS-ESUB) TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'NOT ON EMPMAST' TO WS-EMP-STATUS
                       NOT INVALID KEY
                           MOVE EMP-LOC TO WS-LOOK-LOC
                           PERFORM 2400-LOOKUP-CC-PARA
                           IF CC-FOUND
                               MOVE WS-LOOK-CC TO WS-HOME-CC
                               PERFORM 2450-LOOKUP-COMPANY-PARA
                               MOVE WS-LOOK-COMPANY
                                   TO WS-HOME-COMPANY
                           ELSE
                               MOVE 'NO HOME CC' TO WS-EMP-STATUS
                           END-IF
                   END-READ
               END-IF
               IF WS-EMP-STATUS = SPACES
                   COMPUTE WS-EMP-COST = NP-GROSS
                       + TBL-EM-SI(WS-ESUB) + TBL-EM-PEN(WS-ESUB)
                   PERFORM 4200-SHARE-LINE-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LINE-COUNT
                   IF WS-EMP-MOVED > ZERO
                       MOVE WS-HOME-COMPANY TO WS-LINE-COMPANY
                       MOVE WS-HOME-CC      TO WS-LINE-ACCT
                       MOVE 'C'             TO WS-LINE-DRCR
                       MOVE WS-EMP-MOVED    TO WS-LINE-AMOUNT
                       PERFORM 4300-ADD-ACCOUNT-PARA
                   END-IF
                   ADD 1 TO WS-TOT-DISTRIBUTED
                   ADD WS-EMP-COST  TO WS-TOT-COST
                   ADD WS-EMP-MOVED TO WS-TOT-MOVED
               ELSE
                   PERFORM 7200-EMP-REJECT-PARA
               END-IF
               MOVE TBL-EM-EMP-ID(WS-ESUB) TO OUT-EM-EMP-ID
               MOVE WS-HOME-CC             TO OUT-EM-HOME-CC
               MOVE TBL-EM-HOURS(WS-ESUB)  TO OUT-EM-HOURS
               MOVE TBL-EM-BOOKED(WS-ESUB) TO OUT-EM-BOOKED
               MOVE WS-EMP-COST            TO OUT-EM-COST
               MOVE WS-EMP-MOVED           TO OUT-EM-MOVED
               MOVE WS-EMP-STATUS          TO OUT-EM-STATUS
               WRITE REPORT-RECORD FROM EMP-DETAIL-LINE
           END-IF.
       4200-SHARE-LINE-PARA.
           IF TBL-LN-ESUB(WS-SUB) = WS-ESUB
               MOVE TBL-LN-PSUB(WS-SUB) TO WS-PSUB
               ADD TBL-LN-HOURS(WS-SUB) TO TBL-PJ-HOURS(WS-PSUB)
               ADD TBL-LN-HOURS(WS-SUB) TO WS-TOT-HOURS
               IF TBL-PJ-ACCT(WS-PSUB) NOT = SPACES
                   AND TBL-PJ-ACCT(WS-PSUB) NOT = WS-HOME-CC
                   COMPUTE WS-SHARE ROUNDED =
                       WS-EMP-COST * TBL-LN-HOURS(WS-SUB)
                       / TBL-EM-HOURS(WS-ESUB)
                   ADD WS-SHARE TO TBL-PJ-AMOUNT(WS-PSUB)
                   ADD WS-SHARE TO WS-EMP-MOVED
                   MOVE TBL-PJ-COMPANY(WS-PSUB) TO WS-LINE-COMPANY
                   IF WS-LINE-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-LINE-COMPANY
                   END-IF
                   MOVE TBL-PJ-ACCT(WS-PSUB)    TO WS-LINE-ACCT
                   MOVE 'D'                     TO WS-LINE-DRCR
                   MOVE WS-SHARE                TO WS-LINE-AMOUNT
                   PERFORM 4300-ADD-ACCOUNT-PARA
                   IF WS-LINE-COMPANY NOT = WS-HOME-COMPANY
                       PERFORM 4250-INTERCOMPANY-PARA
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  A SHARE TAKEN INTO ANOTHER COMPANY: THE PROJECT'S  *
      *  COMPANY OWES IT (ICP CREDIT) AND THE HOME COMPANY  *
      *  IS OWED IT (ICR DEBIT).                            *
      *****************************************************
       4250-INTERCOMPANY-PARA.
           MOVE WS-ICP-ACCT     TO WS-LINE-ACCT
           MOVE 'C'             TO WS-LINE-DRCR
           PERFORM 4300-ADD-ACCOUNT-PARA
           MOVE WS-HOME-COMPANY TO WS-LINE-COMPANY
           MOVE WS-ICR-ACCT     TO WS-LINE-ACCT
           MOVE 'D'             TO WS-LINE-DRCR
           PERFORM 4300-ADD-ACCOUNT-PARA.
       4300-ADD-ACCOUNT-PARA.
           MOVE ZERO TO WS-ASUB
           PERFORM 4350-MATCH-ACCOUNT-PARA
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-ACCT-COUNT OR WS-ASUB > ZERO
           IF WS-ASUB = ZERO
               IF WS-ACCT-COUNT < 200
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ASUB
                   MOVE WS-LINE-ACCT    TO TBL-AC-ACCT(WS-ASUB)
                   MOVE WS-LINE-COMPANY TO TBL-AC-COMPANY(WS-ASUB)
                   MOVE ZERO TO TBL-AC-DEBIT(WS-ASUB)
                                TBL-AC-CREDIT(WS-ASUB)
               ELSE
                   DISPLAY 'WARNING - ACCOUNT TABLE FULL AT 200 - '
                       WS-LINE-ACCT ' NOT JOURNALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ASUB > ZERO
               IF WS-LINE-DRCR = 'D'
                   ADD WS-LINE-AMOUNT TO TBL-AC-DEBIT(WS-ASUB)
               ELSE
                   ADD WS-LINE-AMOUNT TO TBL-AC-CREDIT(WS-ASUB)
               END-IF
           END-IF.
       4350-MATCH-ACCOUNT-PARA.
           IF TBL-AC-ACCT(WS-FIND-SUB) = WS-LINE-ACCT
               AND TBL-AC-COMPANY(WS-FIND-SUB) = WS-LINE-COMPANY
               MOVE WS-FIND-SUB TO WS-ASUB
           END-IF.
       5000-PRINT-PROJECTS-PARA.
           WRITE REPORT-RECORD FROM PRJ-HEADING-LINE1
           WRITE REPORT-RECORD FROM PRJ-HEADING-LINE2
           PERFORM 5100-PRINT-PROJECT-PARA
               VARYING WS-PSUB FROM 1 BY 1
               UNTIL WS-PSUB > WS-PRJ-COUNT
           MOVE WS-TOT-HOURS TO OUT-TOT-HOURS
           MOVE WS-TOT-MOVED TO OUT-TOT-MOVED
           WRITE REPORT-RECORD FROM GRAND-TOTAL-LINE.
       5100-PRINT-PROJECT-PARA.
           MOVE TBL-PJ-CODE(WS-PSUB)   TO OUT-PJ-CODE
           MOVE TBL-PJ-NAME(WS-PSUB)   TO OUT-PJ-NAME
           MOVE SPACES                 TO OUT-PJ-CAP
           IF TBL-PJ-CAP(WS-PSUB) = 'Y'
               MOVE 'CAP'              TO OUT-PJ-CAP
           END-IF
           MOVE TBL-PJ-ACCT(WS-PSUB)   TO OUT-PJ-ACCT
           IF TBL-PJ-ACCT(WS-PSUB) = SPACES
               MOVE 'HOME'             TO OUT-PJ-ACCT
           END-IF
           MOVE TBL-PJ-HOURS(WS-PSUB)  TO OUT-PJ-HOURS
           MOVE TBL-PJ-AMOUNT(WS-PSUB) TO OUT-PJ-AMOUNT
           WRITE REPORT-RECORD FROM PRJ-DETAIL-LINE.
      *****************************************************
      *  ONE DEBIT LINE FOR WHAT EACH PROJECT COST CENTER   *
      *  OR THE CAPITALISATION ACCOUNT RECEIVED AND ONE     *
      *  CREDIT LINE FOR WHAT EACH HOME COST CENTER GAVE    *
      *  UP, DATED THE PERIOD END.  THE JOURNAL IS PROVED   *
      *  BEFORE THE RUN ENDS; A LINE TOO LARGE FOR THE      *
      *  JOURNAL AMOUNT FIELD STOPS THE WHOLE JOURNAL.      *
      *****************************************************
       6000-JOURNAL-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 6050-CHECK-SIZE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCT-COUNT
           OPEN OUTPUT JOURNAL-FILE
           IF WS-FIND-SUB > ZERO
               DISPLAY 'EMPLDIST - RECLASS EXCEEDS THE JOURNAL '
                   'AMOUNT FIELD - NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACCT-COUNT > ZERO
                   WRITE REPORT-RECORD FROM JRNL-HEADING-LINE
                   PERFORM 6100-JOURNAL-ACCOUNT-PARA
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ACCT-COUNT
               END-IF
               IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                   DISPLAY 'EMPLDIST - RECLASS JOURNAL OUT OF '
                       'BALANCE - DR ' WS-TOT-DEBITS
                       ' CR ' WS-TOT-CREDITS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE JOURNAL-FILE.
       6050-CHECK-SIZE-PARA.
           IF TBL-AC-DEBIT(WS-SUB) > WS-JR-AMOUNT-MAX
               OR TBL-AC-CREDIT(WS-SUB) > WS-JR-AMOUNT-MAX
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       6100-JOURNAL-ACCOUNT-PARA.
           MOVE TBL-AC-ACCT(WS-SUB)    TO WS-LINE-ACCT
           MOVE TBL-AC-COMPANY(WS-SUB) TO WS-LINE-COMPANY
           IF TBL-AC-DEBIT(WS-SUB) > ZERO
               MOVE TBL-AC-DEBIT(WS-SUB) TO WS-LINE-AMOUNT
               MOVE 'D'                  TO WS-LINE-DRCR
               PERFORM 6200-WRITE-LINE-PARA
           END-IF
           IF TBL-AC-CREDIT(WS-SUB) > ZERO
               MOVE TBL-AC-CREDIT(WS-SUB) TO WS-LINE-AMOUNT
               MOVE 'C'                   TO WS-LINE-DRCR
               PERFORM 6200-WRITE-LINE-PARA
           END-IF.
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
           MOVE 'EMPLDIST'     TO EXR-SOURCE-PGM
           MOVE SPACES         TO EXR-KEY
           STRING TC-EMP-ID ' ' TC-WORK-DATE
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-REJECT-TEXT TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************
      *  AN EMPLOYEE WITH PROJECT HOURS WHOSE COST CANNOT   *
      *  BE FOUND OR PLACED KEEPS IT ALL ON THE HOME SIDE   *
      *  AND IS RAISED ON THE EXCEPTION REGISTER FOR        *
      *  FOLLOW-UP.                                         *
      *****************************************************
       7200-EMP-REJECT-PARA.
           ADD 1 TO WS-TOT-EMP-REJECTED
           MOVE 'EMPLDIST'     TO EXR-SOURCE-PGM
           MOVE SPACES         TO EXR-KEY
           STRING TBL-EM-EMP-ID(WS-ESUB) ' ' WS-PERIOD
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE SPACES         TO EXR-TEXT
           STRING 'PROJECT HOURS NOT DISTRIBUTED - '
                  WS-EMP-STATUS
                  DELIMITED BY SIZE INTO EXR-TEXT
           END-STRING
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-DISTRIBUTED  TO OUT-TOT-DISTRIBUTED
           MOVE WS-TOT-UNBOOKED     TO OUT-TOT-UNBOOKED
           MOVE WS-TOT-REJECTED     TO OUT-TOT-REJECTED
           MOVE WS-TOT-EMP-REJECTED TO OUT-TOT-EMP-REJ
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           DISPLAY '** LABOUR DISTRIBUTION SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'CARDS READ        : ', WS-TOT-READ
           DISPLAY 'OUTSIDE PERIOD    : ', WS-TOT-OTHER-PER
           DISPLAY 'UNBOOKED CARDS    : ', WS-TOT-UNBOOKED
           DISPLAY 'PROJECT CARDS     : ', WS-TOT-BOOKED
           DISPLAY 'CARDS REJECTED    : ', WS-TOT-REJECTED
           DISPLAY 'EMPLOYEES DISTRIB : ', WS-TOT-DISTRIBUTED
           DISPLAY 'EMPLOYEES REJECTED: ', WS-TOT-EMP-REJECTED
           DISPLAY 'PAYROLL COST      : ', WS-TOT-COST
           DISPLAY 'RECLASSED         : ', WS-TOT-MOVED
           DISPLAY 'JOURNAL LINES     : ', WS-TOT-JRNL-LINES
           IF MASTERS-OPEN
               CLOSE EMPLOYEE-MASTER
                     PROJECT-MASTER
                     NETPAY-FILE
           END-IF
           CLOSE REPORT-FILE.
