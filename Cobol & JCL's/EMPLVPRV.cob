       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLVPRV.
      *****************************************************
      *  MONTH-END LEAVE LIABILITY VALUATION AND PROVISION  *
      *  JOURNAL.  EVERY EMPLOYEE STILL EMPLOYED (ACTIVE OR *
      *  ON LEAVE) ON EMPMAST.DAT IS VALUED AT THE PERIOD   *
      *  END: THE DAYS OWED ARE THE ANNUAL-LEAVE BALANCE ON *
      *  LEVMAST.DAT PLUS THIS YEAR'S BALANCE ON            *
      *  LEVTMAST.DAT OF EACH TYPED LEDGER NAMED AS PAID ON *
      *  LVPRPARM.DAT (ONE TYPE CODE PER CARD - SICK AND    *
      *  OTHER UNPAID TYPES ARE SIMPLY LEFT OFF).  AN       *
      *  OVERDRAWN LEDGER COUNTS AS NIL, NOT AS A           *
      *  RECEIVABLE.  THE DAYS ARE PRICED AT THE CURRENT    *
      *  EMP-EARN OVER THE CALENDAR DAYS IN THE PERIOD'S    *
      *  MONTH - THE SAME DAILY RATE EMPSETTL PAYS LEAVE    *
      *  OUT AT - IN THE LOCATION'S OWN CURRENCY, THEN      *
      *  CONVERTED TO THE CORPORATE CURRENCY AT THE RATE ON *
      *  CURRMAST.DAT FOR THE REGION OF EMP-LOC             *
      *  (LOCMAST.DAT), AS EMPTREND DOES.  A REGION WITH NO *
      *  RATE IS TAKEN AT PAR AND LISTED (RC=4).  EACH      *
      *  EMPLOYEE'S LIABILITY IS WRITTEN TO THE PERIOD'S    *
      *  REGISTER (LVPRYYYYMM.DAT, LVPRREG.CPY) AND THE     *
      *  REPORT TOTALS IT BY DEPARTMENT AND BY LOCATION.    *
      *  LAST MONTH'S REGISTER IS READ BACK AND THE         *
      *  MOVEMENT IN EACH COST CENTER IS JOURNALLED TO      *
      *  LVPRJRNL.DAT IN THE JRNL.DAT LAYOUT: AN INCREASE   *
      *  DEBITS THE COST CENTER, A RELEASE CREDITS IT, AND  *
      *  ONE BALANCING LINE GOES TO THE LEAVE PROVISION     *
      *  ACCOUNT (PY9660, REMAPPABLE AS 'LVP' ON            *
      *  GLRULES.DAT) FOR EACH COMPANY.  EVERY LINE CARRIES *
      *  THE COMPANY OF THE LOCATION (LOCM-COMPANY, AS      *
      *  JR-COMPANY IN EMPJRNL), SO EACH COMPANY'S LINES    *
      *  BALANCE ON THEIR OWN.  AN UNBALANCED JOURNAL IS    *
      *  NOT WRITTEN AND ENDS RC=8, AS IN EMPGRAT.  WITH NO *
      *  REGISTER FOR LAST MONTH THE WHOLE LIABILITY IS     *
      *  POSTED AS THE OPENING PROVISION AND THE RUN ENDS   *
      *  RC=4.  VALUATION REPORT ON LVPRRPT.DAT.  PERIOD    *
      *  DEFAULTS TO THE CURRENT MONTH, OVERRIDE WITH       *
      *  LVPRPER=YYYYMM.                                    *
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

           SELECT LEAVE-MASTER ASSIGN TO 'LEVMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LV-EMP-ID
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT TYPED-LEAVE-MASTER ASSIGN TO 'LEVTMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LVT-KEY
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT PARM-FILE ASSIGN TO 'LVPRPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT CURRENCY-MASTER ASSIGN TO 'CURRMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT PRIOR-REG-FILE ASSIGN TO WS-PRIOR-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT REGISTER-FILE ASSIGN TO WS-REG-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT JOURNAL-FILE ASSIGN TO 'LVPRJRNL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT REPORT-FILE ASSIGN TO 'LVPRRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  LEAVE-MASTER
           RECORD CONTAINS 27 CHARACTERS.
       COPY LEAVREC.
       FD  TYPED-LEAVE-MASTER.
       COPY LEVTREC.
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           03  LPP-TYPE            PIC X(01).
           03  FILLER              PIC X(09).
       FD  CURRENCY-MASTER.
       COPY CURRREC.
       FD  PRIOR-REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-REG-RECORD.
           03  PR-EMP-ID           PIC X(05).
           03  PR-PERIOD           PIC 9(06).
           03  FILLER              PIC X(04).
           03  PR-LOC              PIC X(03).
           03  PR-CC               PIC X(06).
           03  FILLER              PIC X(37).
           03  PR-CORP-AMT         PIC 9(9)V99.
           03  FILLER              PIC X(08).
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY LVPRREG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  JOURNAL-RECORD.
           03  JR-PERIOD           PIC 9(06).
           03  JR-ACCOUNT          PIC X(06).
           03  JR-DR-CR            PIC X(01).
               88  JR-DEBIT                    VALUE 'D'.
               88  JR-CREDIT                   VALUE 'C'.
           03  JR-AMOUNT           PIC 9(9)V99.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  JR-PAY-GROUP        PIC X(02) VALUE SPACES.
           03  JR-ORIG-ACCOUNT     PIC X(06) VALUE SPACES.
           03  JR-COMPANY          PIC X(03) VALUE SPACES.
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
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
       01  WS-PRIOR-NAME           PIC X(15) VALUE SPACES.
       01  WS-REG-NAME             PIC X(15) VALUE SPACES.
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-PARM-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PARMS                  VALUE 'Y'.
       01  WS-CURR-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-CURRENCIES             VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-PRIOR                  VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPEN              VALUE 'Y'.
       01  WS-LEAVE-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  LEAVE-FILE-OPEN               VALUE 'Y'.
       01  WS-TYPED-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  TYPED-FILE-OPEN               VALUE 'Y'.
       01  WS-REG-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  REGISTER-FILE-OPEN            VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG     PIC X(01) VALUE 'N'.
           88  PRIOR-REGISTER-FOUND          VALUE 'Y'.
       01  WS-OVERDRAWN-FLAG       PIC X(01) VALUE 'N'.
           88  LEDGER-OVERDRAWN              VALUE 'Y'.
       01  WS-RATE-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  RATE-FOUND                    VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YR           PIC 9(04).
           03  WS-PER-MM           PIC 9(02).
       01  WS-PRIOR-PERIOD         PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ENV-PERIOD-N REDEFINES WS-ENV-PERIOD
                                   PIC 9(06).
       01  WS-PROV-ACCT            PIC X(06) VALUE 'PY9660'.
       01  WS-PAID-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-PAID-TABLE.
           03  PAID-ENTRY          OCCURS 10 TIMES.
               05  TBL-PAID-TYPE   PIC X(01).
       01  WS-CURR-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-CURR-RATE-DATE       PIC 9(08) VALUE ZERO.
       01  WS-CURR-TABLE.
           03  CURR-ENTRY          OCCURS 50 TIMES.
               05  TBL-CUR-REGION  PIC X(04).
               05  TBL-CUR-CODE    PIC X(03).
               05  TBL-CUR-RATE    PIC 9(03)V9(06).
       01  WS-CC-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CC-TABLE.
           03  CC-ENTRY            OCCURS 100 TIMES.
               05  TBL-CC-CODE     PIC X(06).
               05  TBL-CC-COMPANY  PIC X(03).
               05  TBL-CC-PRIOR    PIC 9(11)V99.
               05  TBL-CC-CURRENT  PIC 9(11)V99.
       01  WS-DPT-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-DPT-TABLE.
           03  DPT-ENTRY           OCCURS 50 TIMES.
               05  TBL-DPT-CODE    PIC X(04).
               05  TBL-DPT-STAFF   PIC 9(05).
               05  TBL-DPT-DAYS    PIC 9(6)V9.
               05  TBL-DPT-CORP    PIC 9(11)V99.
       01  WS-LOC-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-LOC-TABLE.
           03  LOC-ENTRY           OCCURS 50 TIMES.
               05  TBL-LOC-CODE    PIC X(03).
               05  TBL-LOC-CURR    PIC X(03).
               05  TBL-LOC-STAFF   PIC 9(05).
               05  TBL-LOC-DAYS    PIC 9(6)V9.
               05  TBL-LOC-LOCAL   PIC 9(11)V99.
               05  TBL-LOC-CORP    PIC 9(11)V99.
       01  WS-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-PSUB                 PIC 9(02) VALUE ZERO.
       01  WS-LOOK-CC              PIC X(06) VALUE SPACES.
       01  WS-LOOK-LOC             PIC X(03) VALUE SPACES.
       01  WS-LOOK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-CO-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 100 TIMES.
               05  TBL-CO-CODE     PIC X(03).
               05  TBL-CO-NET      PIC S9(11)V99.
       01  WS-CSUB                 PIC 9(03) VALUE ZERO.
       01  WS-FIND-CSUB            PIC 9(03) VALUE ZERO.
       01  WS-LINE-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-FOUND-REGION         PIC X(04) VALUE SPACES.
       01  WS-FOUND-CODE           PIC X(03) VALUE SPACES.
       01  WS-FOUND-RATE           PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LEAVE-DAYS           PIC 9(4)V9 VALUE ZERO.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE 30.
       01  WS-DAILY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-LOCAL-AMT            PIC 9(7)V99 VALUE ZERO.
       01  WS-CORP-AMT             PIC 9(9)V99 VALUE ZERO.
       01  WS-MOVEMENT             PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-AMT             PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-DRCR            PIC X(01) VALUE SPACE.
       01  WS-LINE-ACCT            PIC X(06) VALUE SPACES.
       01  WS-JR-AMOUNT-MAX        PIC 9(11)V99
                                   VALUE 999999999.99.
       01  WS-COUNTERS.
           03  WS-TOT-READ         PIC 9(05) VALUE ZERO.
           03  WS-TOT-VALUED       PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-LEDGER    PIC 9(05) VALUE ZERO.
           03  WS-TOT-OVERDRAWN    PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-RATE      PIC 9(05) VALUE ZERO.
           03  WS-TOT-UNMAPPED     PIC 9(05) VALUE ZERO.
           03  WS-TOT-PRIOR-READ   PIC 9(05) VALUE ZERO.
           03  WS-TOT-JRNL-LINES   PIC 9(05) VALUE ZERO.
       01  WS-TOT-DAYS             PIC 9(7)V9 VALUE ZERO.
       01  WS-TOT-PRIOR            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CURRENT          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CREDITS          PIC 9(11)V99 VALUE ZERO.
       COPY REFLKREQ.
       COPY LOCMREC.
       COPY CCREC.
       COPY DATEREQ.
       01  HEADING-LINE1.
           03  FILLER              PIC X(33) VALUE
               'LEAVE LIABILITY VALUATION PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(41) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(07) VALUE 'ID'.
           03  FILLER              PIC X(06) VALUE 'DEPT'.
           03  FILLER              PIC X(05) VALUE 'LOC'.
           03  FILLER              PIC X(08) VALUE 'CC'.
           03  FILLER              PIC X(08) VALUE '  DAYS'.
           03  FILLER              PIC X(11) VALUE '    DAILY'.
           03  FILLER              PIC X(13) VALUE '       LOCAL'.
           03  FILLER              PIC X(04) VALUE 'CUR'.
           03  FILLER              PIC X(18) VALUE '     CORPORATE'.
       01  DETAIL-LINE.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DEPT            PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOC             PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC              PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DAYS            PIC ZZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-DAILY-RATE      PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOCAL-AMT       PIC Z,ZZZ,ZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CURR-CODE       PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-CORP-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(04) VALUE SPACES.
       01  NO-RATE-LINE.
           03  OUT-NR-EMP-ID       PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-NR-LOC          PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-NR-REGION       PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(62) VALUE
               '** NO EXCHANGE RATE FOR REGION - TAKEN AT PAR'.
       01  DPT-HEADING-LINE.
           03  FILLER              PIC X(08) VALUE 'DEPT'.
           03  FILLER              PIC X(08) VALUE '   STAFF'.
           03  FILLER              PIC X(10) VALUE '      DAYS'.
           03  FILLER              PIC X(18) VALUE
               '         CORPORATE'.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  DPT-DETAIL-LINE.
           03  OUT-DPT-CODE        PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE SPACES.
           03  OUT-DPT-STAFF       PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-DPT-DAYS        PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-DPT-CORP        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  LOC-HEADING-LINE.
           03  FILLER              PIC X(08) VALUE 'LOC'.
           03  FILLER              PIC X(08) VALUE '   STAFF'.
           03  FILLER              PIC X(05) VALUE '  CUR'.
           03  FILLER              PIC X(10) VALUE '      DAYS'.
           03  FILLER              PIC X(16) VALUE
               '           LOCAL'.
           03  FILLER              PIC X(16) VALUE
               '       CORPORATE'.
           03  FILLER              PIC X(17) VALUE SPACES.
       01  LOC-DETAIL-LINE.
           03  OUT-LOC-CODE        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  OUT-LOC-STAFF       PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOC-CURR        PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  OUT-LOC-DAYS        PIC ZZZ,ZZ9.9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOC-LOCAL       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-LOC-CORP        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(17) VALUE SPACES.
       01  CC-HEADING-LINE.
           03  FILLER              PIC X(10) VALUE 'COST CTR'.
           03  FILLER              PIC X(18) VALUE '    LAST MONTH'.
           03  FILLER              PIC X(18) VALUE '    THIS MONTH'.
           03  FILLER              PIC X(34) VALUE '      MOVEMENT'.
       01  CC-DETAIL-LINE.
           03  OUT-CC-CODE         PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-PRIOR        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-CURRENT      PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-CC-MOVEMENT     PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(25) VALUE SPACES.
       01  JRNL-HEADING-LINE       PIC X(80) VALUE
           'PROVISION JOURNAL (LVPRJRNL.DAT)'.
       01  JRNL-DETAIL-LINE.
           03  OUT-JR-PERIOD       PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-ACCOUNT      PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-DR-CR        PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  OUT-JR-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-JR-COMPANY      PIC X(03) VALUE SPACES.
           03  FILLER              PIC X(36) VALUE SPACES.
       01  RATE-DATE-LINE.
           03  FILLER              PIC X(27) VALUE
               'EXCHANGE RATES FIXED AS AT '.
           03  OUT-RATE-DATE       PIC 9999/99/99.
           03  FILLER              PIC X(43) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(22) VALUE
               'LIABILITY LAST MONTH: '.
           03  OUT-TOT-PRIOR       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(22) VALUE
               'LIABILITY THIS MONTH: '.
           03  OUT-TOT-CURRENT     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(22) VALUE
               'MOVEMENT:             '.
           03  OUT-NET-MOVEMENT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE4.
           03  FILLER              PIC X(22) VALUE
               'DAYS OWED:            '.
           03  OUT-TOT-DAYS        PIC Z,ZZZ,ZZ9.9.
       01  SUMMARY-LINE5.
           03  FILLER              PIC X(10) VALUE 'VALUED: '.
           03  OUT-TOT-VALUED      PIC ZZZZ9.
           03  FILLER              PIC X(13) VALUE
               '  OVERDRAWN: '.
           03  OUT-TOT-OVERDRAWN   PIC ZZZZ9.
           03  FILLER              PIC X(11) VALUE '  NO RATE: '.
           03  OUT-TOT-NO-RATE     PIC ZZZZ9.
           03  FILLER              PIC X(12) VALUE
               '  UNMAPPED: '.
           03  OUT-TOT-UNMAPPED    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 5000-PRINT-TOTALS-PARA
           PERFORM 4000-JOURNAL-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-PERIOD =
               (WS-TODAY-YR * 100) + WS-TODAY-MM
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'LVPRPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           MOVE 'LD' TO DTQ-FUNCTION
           COMPUTE DTQ-DATE-1 = (WS-PERIOD * 100) + 1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE(7:2) TO WS-MONTH-DAYS
           END-IF
           IF WS-PER-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 1100-LOAD-PAID-TYPES-PARA
           PERFORM 1200-LOAD-PROV-ACCT-PARA
           PERFORM 1300-LOAD-PRIOR-PARA
           PERFORM 1400-LOAD-CURRENCIES-PARA
           OPEN INPUT LEAVE-MASTER
           IF WS-FILE-STAT2 = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN-FLAG
           ELSE
               DISPLAY 'LEVMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT2
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-PAID-COUNT > ZERO
               OPEN INPUT TYPED-LEAVE-MASTER
               IF WS-FILE-STAT3 = '00'
                   MOVE 'Y' TO WS-TYPED-OPEN-FLAG
               ELSE
                   DISPLAY 'LEVTMAST.DAT NOT AVAILABLE - ANNUAL '
                       'LEAVE ONLY VALUED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT1 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT1
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF
           IF NOT END-OF-FILE
               MOVE SPACES TO WS-REG-NAME
               STRING 'LVPR' WS-PERIOD '.DAT'
                   DELIMITED BY SIZE INTO WS-REG-NAME
               END-STRING
               OPEN OUTPUT REGISTER-FILE
               MOVE 'Y' TO WS-REG-OPEN-FLAG
               PERFORM 1500-READ-EMPLOYEE-PARA
           END-IF.
      *****************************************************
      *  ONE CARD PER TYPED LEDGER THAT IS PAID OUT ON      *
      *  EXIT.  THE ANNUAL LEDGER IS ALWAYS PAID, SO AN     *
      *  'A' OR BLANK CARD ADDS NOTHING.                    *
      *****************************************************
       1100-LOAD-PAID-TYPES-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1150-READ-PAID-TYPE-PARA UNTIL END-OF-PARMS
               CLOSE PARM-FILE
           END-IF.
       1150-READ-PAID-TYPE-PARA.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-FLAG
               NOT AT END
                   IF LPP-TYPE NOT = SPACE AND LPP-TYPE NOT = 'A'
                       IF WS-PAID-COUNT < 10
                           ADD 1 TO WS-PAID-COUNT
                           MOVE LPP-TYPE
                               TO TBL-PAID-TYPE(WS-PAID-COUNT)
                       ELSE
                           DISPLAY 'WARNING - PAID LEAVE TYPE TABLE '
                               'FULL AT 10 - REST IGNORED'
                           MOVE 'Y' TO WS-PARM-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.
       1200-LOAD-PROV-ACCT-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT9 = '00'
               PERFORM 1250-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           END-IF.
       1250-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
                   IF GLR-CODE = 'LVP'
                       MOVE GLR-ACCOUNT TO WS-PROV-ACCT
                   END-IF
           END-READ.
      *****************************************************
      *  LAST MONTH'S REGISTER, SUMMED BY COST CENTER.      *
      *****************************************************
       1300-LOAD-PRIOR-PARA.
           MOVE SPACES TO WS-PRIOR-NAME
           STRING 'LVPR' WS-PRIOR-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-PRIOR-NAME
           END-STRING
           OPEN INPUT PRIOR-REG-FILE
           IF WS-FILE-STAT6 = '00'
               MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
               PERFORM 1350-READ-PRIOR-PARA UNTIL END-OF-PRIOR
               CLOSE PRIOR-REG-FILE
           ELSE
               DISPLAY 'NO REGISTER FOR ' WS-PRIOR-PERIOD
                   ' - FULL LIABILITY POSTED AS OPENING PROVISION'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1350-READ-PRIOR-PARA.
           READ PRIOR-REG-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-PRIOR-READ
                   MOVE PR-CC  TO WS-LOOK-CC
                   MOVE PR-LOC TO WS-LOOK-LOC
                   PERFORM 2350-LOOKUP-COMPANY-PARA
                   PERFORM 3100-FIND-CC-PARA
                   IF WS-FIND-SUB > ZERO
                       ADD PR-CORP-AMT TO TBL-CC-PRIOR(WS-FIND-SUB)
                       ADD PR-CORP-AMT TO WS-TOT-PRIOR
                   END-IF
           END-READ.
      *****************************************************
      *  REGION RATE TABLE.  WITHOUT CURRMAST.DAT EVERY     *
      *  AMOUNT IS TAKEN AT PAR AND LISTED AS SUCH.         *
      *****************************************************
       1400-LOAD-CURRENCIES-PARA.
           OPEN INPUT CURRENCY-MASTER
           IF WS-FILE-STAT5 = '00'
               PERFORM 1450-READ-CURRENCY-PARA
                   UNTIL END-OF-CURRENCIES
               CLOSE CURRENCY-MASTER
           ELSE
               DISPLAY 'CURRMAST.DAT NOT AVAILABLE - LIABILITY '
                   'TAKEN AT PAR'
           END-IF.
       1450-READ-CURRENCY-PARA.
           READ CURRENCY-MASTER
               AT END
                   MOVE 'Y' TO WS-CURR-EOF-FLAG
               NOT AT END
                   IF WS-CURR-COUNT < 50
                       ADD 1 TO WS-CURR-COUNT
                       MOVE CURR-REGION
                           TO TBL-CUR-REGION(WS-CURR-COUNT)
                       MOVE CURR-CODE
                           TO TBL-CUR-CODE(WS-CURR-COUNT)
                       MOVE CURR-RATE
                           TO TBL-CUR-RATE(WS-CURR-COUNT)
                       IF CURR-RATE-DATE > WS-CURR-RATE-DATE
                           MOVE CURR-RATE-DATE TO WS-CURR-RATE-DATE
                       END-IF
                   ELSE
                       DISPLAY 'WARNING - CURRENCY TABLE FULL AT '
                           '50 ENTRIES - FURTHER REGIONS TAKEN '
                           'AT PAR'
                       MOVE 'Y' TO WS-CURR-EOF-FLAG
                   END-IF
           END-READ.
       1500-READ-EMPLOYEE-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-READ
           END-READ.
       2000-PROCESS-PARA.
           IF EMP-ACTIVE OR EMP-ON-LEAVE
               PERFORM 2100-VALUE-ONE-PARA
           END-IF
           PERFORM 1500-READ-EMPLOYEE-PARA.
      *****************************************************
      *  DAYS OWED FROM THE ANNUAL LEDGER AND EVERY PAID    *
      *  TYPED LEDGER, PRICED AT THE EMPSETTL DAILY RATE.   *
      *  A TYPED BALANCE FROM AN EARLIER YEAR HAS LAPSED -  *
      *  EMPLEAVE RESETS THE GRANT AT THE FIRST RUN OF THE  *
      *  YEAR - AND IS NOT OWED.                            *
      *****************************************************
       2100-VALUE-ONE-PARA.
           MOVE ZERO TO WS-LEAVE-DAYS
           MOVE 'N'  TO WS-OVERDRAWN-FLAG
           MOVE EMP-ID TO LV-EMP-ID
           READ LEAVE-MASTER
               INVALID KEY
                   ADD 1 TO WS-TOT-NO-LEDGER
               NOT INVALID KEY
                   IF LV-BALANCE > ZERO
                       ADD LV-BALANCE TO WS-LEAVE-DAYS
                   END-IF
                   IF LV-BALANCE < ZERO
                       MOVE 'Y' TO WS-OVERDRAWN-FLAG
                   END-IF
           END-READ
           IF TYPED-FILE-OPEN
               PERFORM 2150-TYPED-BALANCE-PARA
                   VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > WS-PAID-COUNT
           END-IF
           IF LEDGER-OVERDRAWN
               ADD 1 TO WS-TOT-OVERDRAWN
           END-IF
           COMPUTE WS-DAILY-RATE ROUNDED = EMP-EARN / WS-MONTH-DAYS
           COMPUTE WS-LOCAL-AMT ROUNDED =
               WS-LEAVE-DAYS * WS-DAILY-RATE
           PERFORM 2200-LOOKUP-LOCATION-PARA
           COMPUTE WS-CORP-AMT ROUNDED =
               WS-LOCAL-AMT * WS-FOUND-RATE
           PERFORM 2300-WRITE-REGISTER-PARA
           PERFORM 2400-ADD-DEPT-PARA
           PERFORM 2450-ADD-LOC-PARA.
       2150-TYPED-BALANCE-PARA.
           MOVE EMP-ID                TO LVT-EMP-ID
           MOVE TBL-PAID-TYPE(WS-PSUB) TO LVT-TYPE
           READ TYPED-LEAVE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LVT-YEAR = WS-PER-YR
                       IF LVT-BALANCE > ZERO
                           ADD LVT-BALANCE TO WS-LEAVE-DAYS
                       END-IF
                       IF LVT-BALANCE < ZERO
                           MOVE 'Y' TO WS-OVERDRAWN-FLAG
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  REGION, COMPANY AND COST CENTER OF EMP-LOC.  THE   *
      *  RATE IS PAR UNLESS THE REGION IS ON CURRMAST.DAT.  *
      *****************************************************
       2200-LOOKUP-LOCATION-PARA.
           MOVE SPACES  TO WS-FOUND-REGION WS-FOUND-CODE
                           WS-LOOK-COMPANY
           MOVE 1       TO WS-FOUND-RATE
           MOVE 'N'     TO WS-RATE-FOUND-FLAG
           MOVE 'L'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-REGION  TO WS-FOUND-REGION
               MOVE LOCM-COMPANY TO WS-LOOK-COMPANY
           END-IF
           PERFORM 2250-MATCH-RATE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CURR-COUNT OR RATE-FOUND
           IF NOT RATE-FOUND
               ADD 1 TO WS-TOT-NO-RATE
               MOVE EMP-ID          TO OUT-NR-EMP-ID
               MOVE EMP-LOC         TO OUT-NR-LOC
               MOVE WS-FOUND-REGION TO OUT-NR-REGION
               WRITE REPORT-RECORD FROM NO-RATE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'C'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA TO CC-RECORD
               MOVE CC-CODE  TO WS-LOOK-CC
           ELSE
               MOVE '******' TO WS-LOOK-CC
               ADD 1 TO WS-TOT-UNMAPPED
           END-IF.
       2250-MATCH-RATE-PARA.
           IF TBL-CUR-REGION(WS-SUB) = WS-FOUND-REGION
               AND WS-FOUND-REGION NOT = SPACES
               MOVE TBL-CUR-CODE(WS-SUB) TO WS-FOUND-CODE
               MOVE TBL-CUR-RATE(WS-SUB) TO WS-FOUND-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           END-IF.
      *****************************************************
      *  THE COMPANY THAT EMPLOYS AT WS-LOOK-LOC, FOR LAST  *
      *  MONTH'S REGISTER - BLANK WHEN THE LOCATION IS NOT  *
      *  ON LOCMAST.DAT OR NAMES NO COMPANY.                *
      *****************************************************
       2350-LOOKUP-COMPANY-PARA.
           MOVE SPACES      TO WS-LOOK-COMPANY
           MOVE 'L'         TO RLK-FILE-ID
           MOVE SPACES      TO RLK-KEY
           MOVE WS-LOOK-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-LOOK-COMPANY
           END-IF.
       2300-WRITE-REGISTER-PARA.
           MOVE SPACES          TO LEAVE-PROV-REG-RECORD
           MOVE EMP-ID          TO LP-EMP-ID
           MOVE WS-PERIOD       TO LP-PERIOD
           MOVE EMP-DEPT        TO LP-DEPT
           MOVE EMP-LOC         TO LP-LOC
           MOVE WS-LOOK-CC      TO LP-CC
           MOVE WS-FOUND-REGION TO LP-REGION
           MOVE WS-FOUND-CODE   TO LP-CURR-CODE
           MOVE WS-LEAVE-DAYS   TO LP-DAYS
           MOVE WS-DAILY-RATE   TO LP-DAILY-RATE
           MOVE WS-LOCAL-AMT    TO LP-LOCAL-AMT
           MOVE WS-FOUND-RATE   TO LP-RATE
           MOVE WS-CORP-AMT     TO LP-CORP-AMT
           WRITE LEAVE-PROV-REG-RECORD
           ADD 1 TO WS-TOT-VALUED
           ADD WS-LEAVE-DAYS TO WS-TOT-DAYS
           ADD WS-CORP-AMT   TO WS-TOT-CURRENT
           PERFORM 3100-FIND-CC-PARA
           IF WS-FIND-SUB > ZERO
               ADD WS-CORP-AMT TO TBL-CC-CURRENT(WS-FIND-SUB)
           END-IF
           MOVE EMP-ID        TO OUT-EMP-ID
           MOVE EMP-DEPT      TO OUT-DEPT
           MOVE EMP-LOC       TO OUT-LOC
           MOVE WS-LOOK-CC    TO OUT-CC
           MOVE WS-LEAVE-DAYS TO OUT-DAYS
           MOVE WS-DAILY-RATE TO OUT-DAILY-RATE
           MOVE WS-LOCAL-AMT  TO OUT-LOCAL-AMT
           MOVE WS-FOUND-CODE TO OUT-CURR-CODE
           MOVE WS-CORP-AMT   TO OUT-CORP-AMT
           WRITE REPORT-RECORD FROM DETAIL-LINE.
       2400-ADD-DEPT-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2410-MATCH-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DPT-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-DPT-COUNT < 50
                   ADD 1 TO WS-DPT-COUNT
                   MOVE EMP-DEPT TO TBL-DPT-CODE(WS-DPT-COUNT)
                   MOVE ZERO     TO TBL-DPT-STAFF(WS-DPT-COUNT)
                                    TBL-DPT-DAYS(WS-DPT-COUNT)
                                    TBL-DPT-CORP(WS-DPT-COUNT)
                   MOVE WS-DPT-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - DEPARTMENT TABLE FULL AT 50 '
                       'ENTRIES - ' EMP-DEPT ' NOT TOTALLED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1             TO TBL-DPT-STAFF(WS-FIND-SUB)
               ADD WS-LEAVE-DAYS TO TBL-DPT-DAYS(WS-FIND-SUB)
               ADD WS-CORP-AMT   TO TBL-DPT-CORP(WS-FIND-SUB)
           END-IF.
       2410-MATCH-DEPT-PARA.
           IF TBL-DPT-CODE(WS-SUB) = EMP-DEPT
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       2450-ADD-LOC-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 2460-MATCH-LOC-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOC-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-LOC-COUNT < 50
                   ADD 1 TO WS-LOC-COUNT
                   MOVE EMP-LOC  TO TBL-LOC-CODE(WS-LOC-COUNT)
                   MOVE WS-FOUND-CODE
                                 TO TBL-LOC-CURR(WS-LOC-COUNT)
                   MOVE ZERO     TO TBL-LOC-STAFF(WS-LOC-COUNT)
                                    TBL-LOC-DAYS(WS-LOC-COUNT)
                                    TBL-LOC-LOCAL(WS-LOC-COUNT)
                                    TBL-LOC-CORP(WS-LOC-COUNT)
                   MOVE WS-LOC-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - LOCATION TABLE FULL AT 50 '
                       'ENTRIES - ' EMP-LOC ' NOT TOTALLED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-FIND-SUB > ZERO
               ADD 1             TO TBL-LOC-STAFF(WS-FIND-SUB)
               ADD WS-LEAVE-DAYS TO TBL-LOC-DAYS(WS-FIND-SUB)
               ADD WS-LOCAL-AMT  TO TBL-LOC-LOCAL(WS-FIND-SUB)
               ADD WS-CORP-AMT   TO TBL-LOC-CORP(WS-FIND-SUB)
           END-IF.
       2460-MATCH-LOC-PARA.
           IF TBL-LOC-CODE(WS-SUB) = EMP-LOC
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       3100-FIND-CC-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 3150-MATCH-CC-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT OR WS-FIND-SUB > ZERO
           IF WS-FIND-SUB = ZERO
               IF WS-CC-COUNT < 100
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-LOOK-CC TO TBL-CC-CODE(WS-CC-COUNT)
                   MOVE WS-LOOK-COMPANY
                       TO TBL-CC-COMPANY(WS-CC-COUNT)
                   MOVE ZERO       TO TBL-CC-PRIOR(WS-CC-COUNT)
                                      TBL-CC-CURRENT(WS-CC-COUNT)
                   MOVE WS-CC-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - COST-CENTER TABLE FULL AT '
                       '100 ENTRIES - ' WS-LOOK-CC ' NOT '
                       'JOURNALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3150-MATCH-CC-PARA.
           IF TBL-CC-CODE(WS-SUB) = WS-LOOK-CC
               AND TBL-CC-COMPANY(WS-SUB) = WS-LOOK-COMPANY
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
      *****************************************************
      *  MOVEMENT BY COST CENTER, IN THE CORPORATE          *
      *  CURRENCY.  DEBITS AND CREDITS ARE PROVED EQUAL     *
      *  BEFORE ANYTHING IS WRITTEN; THE PROVISION IS THEN  *
      *  BALANCED COMPANY BY COMPANY.                       *
      *****************************************************
       4000-JOURNAL-PARA.
           IF NOT REGISTER-FILE-OPEN
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
           ELSE
               WRITE REPORT-RECORD FROM CC-HEADING-LINE
               PERFORM 4100-PRINT-CC-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CC-COUNT
               COMPUTE WS-NET-MOVEMENT =
                   WS-TOT-CURRENT - WS-TOT-PRIOR
               IF WS-NET-MOVEMENT > ZERO
                   ADD WS-NET-MOVEMENT TO WS-TOT-CREDITS
               ELSE
                   SUBTRACT WS-NET-MOVEMENT FROM WS-TOT-DEBITS
               END-IF
               IF WS-TOT-DEBITS > WS-JR-AMOUNT-MAX
                   OR WS-TOT-CREDITS > WS-JR-AMOUNT-MAX
                   DISPLAY 'EMPLVPRV - MOVEMENT EXCEEDS THE JOURNAL '
                       'AMOUNT FIELD - NOTHING WRITTEN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                       DISPLAY 'EMPLVPRV - JOURNAL OUT OF BALANCE - '
                           'NOTHING WRITTEN'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 4200-WRITE-JOURNAL-PARA
                   END-IF
               END-IF
           END-IF.
       4100-PRINT-CC-PARA.
           COMPUTE WS-MOVEMENT =
               TBL-CC-CURRENT(WS-SUB) - TBL-CC-PRIOR(WS-SUB)
           IF WS-MOVEMENT > ZERO
               ADD WS-MOVEMENT TO WS-TOT-DEBITS
           ELSE
               SUBTRACT WS-MOVEMENT FROM WS-TOT-CREDITS
           END-IF
           MOVE TBL-CC-CODE(WS-SUB)    TO OUT-CC-CODE
           MOVE TBL-CC-PRIOR(WS-SUB)   TO OUT-CC-PRIOR
           MOVE TBL-CC-CURRENT(WS-SUB) TO OUT-CC-CURRENT
           MOVE WS-MOVEMENT            TO OUT-CC-MOVEMENT
           WRITE REPORT-RECORD FROM CC-DETAIL-LINE.
       4200-WRITE-JOURNAL-PARA.
           OPEN OUTPUT JOURNAL-FILE
           WRITE REPORT-RECORD FROM JRNL-HEADING-LINE
           MOVE ZERO TO WS-CO-COUNT
           PERFORM 4300-WRITE-CC-LINE-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CC-COUNT
           PERFORM 4500-WRITE-PROV-LINE-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CO-COUNT
           CLOSE JOURNAL-FILE.
       4300-WRITE-CC-LINE-PARA.
           COMPUTE WS-MOVEMENT =
               TBL-CC-CURRENT(WS-SUB) - TBL-CC-PRIOR(WS-SUB)
           IF WS-MOVEMENT NOT = ZERO
               MOVE TBL-CC-CODE(WS-SUB)    TO WS-LINE-ACCT
               MOVE TBL-CC-COMPANY(WS-SUB) TO WS-LINE-COMPANY
               PERFORM 4350-ADD-COMPANY-PARA
               IF WS-MOVEMENT > ZERO
                   MOVE 'D' TO WS-LINE-DRCR
                   MOVE WS-MOVEMENT TO WS-LINE-AMT
               ELSE
                   MOVE 'C' TO WS-LINE-DRCR
                   COMPUTE WS-LINE-AMT = ZERO - WS-MOVEMENT
               END-IF
               PERFORM 4400-WRITE-LINE-PARA
           END-IF.
      *****************************************************
      *  NET MOVEMENT OF EACH COMPANY, FOR ITS PROVISION    *
      *  LINE.                                              *
      *****************************************************
       4350-ADD-COMPANY-PARA.
           MOVE ZERO TO WS-FIND-CSUB
           PERFORM 4360-MATCH-COMPANY-PARA
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CO-COUNT OR WS-FIND-CSUB > ZERO
           IF WS-FIND-CSUB = ZERO
               ADD 1 TO WS-CO-COUNT
               MOVE WS-LINE-COMPANY TO TBL-CO-CODE(WS-CO-COUNT)
               MOVE ZERO            TO TBL-CO-NET(WS-CO-COUNT)
               MOVE WS-CO-COUNT     TO WS-FIND-CSUB
           END-IF
           ADD WS-MOVEMENT TO TBL-CO-NET(WS-FIND-CSUB).
       4360-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CSUB) = WS-LINE-COMPANY
               MOVE WS-CSUB TO WS-FIND-CSUB
           END-IF.
       4400-WRITE-LINE-PARA.
           MOVE SPACES          TO JOURNAL-RECORD
           MOVE WS-PERIOD       TO JR-PERIOD
           MOVE WS-LINE-ACCT    TO JR-ACCOUNT
           MOVE WS-LINE-DRCR    TO JR-DR-CR
           MOVE WS-LINE-AMT     TO JR-AMOUNT
           MOVE WS-LINE-COMPANY TO JR-COMPANY
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-TOT-JRNL-LINES
           MOVE WS-PERIOD    TO OUT-JR-PERIOD
           MOVE WS-LINE-ACCT TO OUT-JR-ACCOUNT
           IF WS-LINE-DRCR = 'D'
               MOVE 'DR' TO OUT-JR-DR-CR
           ELSE
               MOVE 'CR' TO OUT-JR-DR-CR
           END-IF
           MOVE WS-LINE-AMT     TO OUT-JR-AMOUNT
           MOVE WS-LINE-COMPANY TO OUT-JR-COMPANY
           WRITE REPORT-RECORD FROM JRNL-DETAIL-LINE.
       4500-WRITE-PROV-LINE-PARA.
           IF TBL-CO-NET(WS-CSUB) NOT = ZERO
               MOVE WS-PROV-ACCT         TO WS-LINE-ACCT
               MOVE TBL-CO-CODE(WS-CSUB) TO WS-LINE-COMPANY
               IF TBL-CO-NET(WS-CSUB) > ZERO
                   MOVE 'C' TO WS-LINE-DRCR
                   MOVE TBL-CO-NET(WS-CSUB) TO WS-LINE-AMT
               ELSE
                   MOVE 'D' TO WS-LINE-DRCR
                   COMPUTE WS-LINE-AMT = ZERO - TBL-CO-NET(WS-CSUB)
               END-IF
               PERFORM 4400-WRITE-LINE-PARA
           END-IF.
      *****************************************************
      *  REGISTER TOTALS BY DEPARTMENT (CORPORATE CURRENCY) *
      *  AND BY LOCATION (LOCAL AND CORPORATE).             *
      *****************************************************
       5000-PRINT-TOTALS-PARA.
           IF REGISTER-FILE-OPEN
               WRITE REPORT-RECORD FROM DPT-HEADING-LINE
               PERFORM 5100-PRINT-DEPT-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DPT-COUNT
               WRITE REPORT-RECORD FROM LOC-HEADING-LINE
               PERFORM 5200-PRINT-LOC-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOC-COUNT
               IF WS-CURR-RATE-DATE > ZERO
                   MOVE WS-CURR-RATE-DATE TO OUT-RATE-DATE
                   WRITE REPORT-RECORD FROM RATE-DATE-LINE
               END-IF
           END-IF.
       5100-PRINT-DEPT-PARA.
           MOVE TBL-DPT-CODE(WS-SUB)  TO OUT-DPT-CODE
           MOVE TBL-DPT-STAFF(WS-SUB) TO OUT-DPT-STAFF
           MOVE TBL-DPT-DAYS(WS-SUB)  TO OUT-DPT-DAYS
           MOVE TBL-DPT-CORP(WS-SUB)  TO OUT-DPT-CORP
           WRITE REPORT-RECORD FROM DPT-DETAIL-LINE.
       5200-PRINT-LOC-PARA.
           MOVE TBL-LOC-CODE(WS-SUB)  TO OUT-LOC-CODE
           MOVE TBL-LOC-STAFF(WS-SUB) TO OUT-LOC-STAFF
           MOVE TBL-LOC-CURR(WS-SUB)  TO OUT-LOC-CURR
           MOVE TBL-LOC-DAYS(WS-SUB)  TO OUT-LOC-DAYS
           MOVE TBL-LOC-LOCAL(WS-SUB) TO OUT-LOC-LOCAL
           MOVE TBL-LOC-CORP(WS-SUB)  TO OUT-LOC-CORP
           WRITE REPORT-RECORD FROM LOC-DETAIL-LINE.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-PRIOR      TO OUT-TOT-PRIOR
           MOVE WS-TOT-CURRENT    TO OUT-TOT-CURRENT
           MOVE WS-NET-MOVEMENT   TO OUT-NET-MOVEMENT
           MOVE WS-TOT-DAYS       TO OUT-TOT-DAYS
           MOVE WS-TOT-VALUED     TO OUT-TOT-VALUED
           MOVE WS-TOT-OVERDRAWN  TO OUT-TOT-OVERDRAWN
           MOVE WS-TOT-NO-RATE    TO OUT-TOT-NO-RATE
           MOVE WS-TOT-UNMAPPED   TO OUT-TOT-UNMAPPED
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           WRITE REPORT-RECORD FROM SUMMARY-LINE4
           WRITE REPORT-RECORD FROM SUMMARY-LINE5
           DISPLAY '** LEAVE LIABILITY VALUATION SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'EMPLOYEES READ    : ', WS-TOT-READ
           DISPLAY 'VALUED            : ', WS-TOT-VALUED
           DISPLAY 'NO LEAVE LEDGER   : ', WS-TOT-NO-LEDGER
           DISPLAY 'OVERDRAWN         : ', WS-TOT-OVERDRAWN
           DISPLAY 'NO EXCHANGE RATE  : ', WS-TOT-NO-RATE
           DISPLAY 'UNMAPPED LOCATION : ', WS-TOT-UNMAPPED
           DISPLAY 'PRIOR REGISTER    : ', WS-TOT-PRIOR-READ
           DISPLAY 'JOURNAL LINES     : ', WS-TOT-JRNL-LINES
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-MASTER
           END-IF
           IF TYPED-FILE-OPEN
               CLOSE TYPED-LEAVE-MASTER
           END-IF
           IF REGISTER-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF
           CLOSE REPORT-FILE.
