      *  ARREARS) ARRIVE ON PAYADJ.DAT IN ADJREC FORMAT -   *
      *  THE JCL CONCATENATES THE SOURCE FILES ONTO THAT    *
      *  DD - AND ARE ADDED TO GROSS BEFORE TAX.            *
      *  AN ADJUSTMENT WHOSE ADJ-PERIOD EMPCLOSE HAS        *
      *  ALREADY CLOSED (CLOSLKUP) IS PAID IN THIS RUN AS   *
      *  AN ARREARS ITEM AND COUNTED, OR WITH PAYLOCK=R     *
      *  HELD BACK UNPAID WITH RC=4 - NEVER POSTED INTO THE *
      *  CLOSED MONTH.                                      *
      *  A NET THAT WOULD GO BELOW ZERO IS HELD AT ZERO     *
      *  AND FLAGGED FOR PAYROLL FOLLOW-UP.  TERMINATED     *
      *  EMPLOYEES ARE SKIPPED AND COUNTED.                 *
      *  PERIODS AT ZERO UNTIL THE CUMULATIVE DUE CATCHES   *
      *  UP - NO CASH REFUND IS PAID THROUGH THE RUN.       *
      *  DEFAULT IS THE STANDALONE PER-PERIOD BASIS.        *
      *  TAX-SAVING DECLARATIONS ON TAXDECL.DAT (EMPTXDCL,  *
      *  PROVED BY EMPTXPRF) COME OFF THE TAX BASE BEFORE   *
      *  THE BRACKETS.  EACH SECTION'S ALLOWED ANNUAL       *
      *  AMOUNT, LESS THE RELIEF ALREADY GIVEN THIS YEAR,   *
      *  IS SPREAD EVENLY OVER THE MONTHS LEFT - SO A       *
      *  DECLARATION REVISED OR REPLACED BY ITS VERIFIED    *
      *  PROOF CORRECTS THE REST OF THE YEAR INSTEAD OF     *
      *  LANDING AS A YEAR-END CATCH-UP.  ON THE CUMULATIVE *
      *  BASIS THE RELIEF DUE TO DATE COMES OFF THE YEAR'S  *
      *  GROSS AND THE CUMULATIVE ARITHMETIC DOES THE REST. *
      *  A FINAL RUN WRITES THE RELIEF GIVEN BACK TO THE    *
      *  DECLARATION, REPLACING ITS OWN SHARE ON A RERUN OF *
      *  THE SAME PERIOD.  NO TAXDECL.DAT MEANS NO RELIEF.  *
      *  TAXABLE PERQUISITES - COMPANY CARS, SUBSIDISED     *
      *  HOUSING, CLUB MEMBERSHIPS - RIDE THE PERKMAST.DAT  *
      *  BENEFIT-IN-KIND MASTER, VALUED BY THE PERKVAL.DAT  *
      *  TABLE: EACH PERK WHOSE START-TO-END DATES OVERLAP  *
      *  THE PAY PERIOD ADDS ITS MONTHLY TAXABLE VALUE TO   *
      *  THE TAX BASE FOR THE WHOLE PERIOD, BUT NEVER TO    *
      *  GROSS OR NET - THE EMPLOYEE PAYS THE TAX ON IT OUT *
      *  OF CASH PAY.  ON THE CUMULATIVE BASIS THE YEAR'S   *
      *  PERQUISITES TO DATE JOIN THE YEAR'S GROSS.  THE    *
      *  REGISTER PRINTS THE VALUE UNDER THE EMPLOYEE'S     *
      *  LINE.  A FINAL RUN WRITES THE VALUE TAXED BACK TO  *
      *  EACH PERK, REPLACING ITS OWN ON A RERUN OF THE     *
      *  SAME PERIOD, FOR EMPSLIP, EMPTAXCT AND THE         *
      *  EMPPRKRG REGISTER.  A PERK WHOSE RULE CANNOT BE    *
      *  VALUED FROM PERKVAL.DAT IS TAXED AT ITS KEYED      *
      *  MONTHLY VALUE AND LISTED.  NO PERKMAST.DAT MEANS   *
      *  NO PERQUISITES.                                    *
      *  PAY STRUCTURE - AN EMPLOYEE WITH COMPONENTS ON     *
      *  PAYSTRC.DAT (BASIC SALARY, HOUSING, TRANSPORT,     *
      *  SPECIAL ALLOWANCE AND SO ON) IS PAID THE SUM OF    *
      *  THE COMPONENTS IN FORCE AT THE PERIOD END, EACH    *
      *  PRORATED FOR A JOINER OR LEAVER THE WAY EMP-EARN   *
      *  WOULD BE, AND EVERY STATUTORY ITEM WORKS FROM ITS  *
      *  OWN BASE: THE PAYCOMP.DAT SWITCHES TAKE THE        *
      *  NON-TAXABLE COMPONENTS OUT OF THE TAX BASE (ON THE *
      *  CUMULATIVE BASIS THEIR YEAR TO DATE AS WELL), THE  *
      *  NON-INSURABLE ONES OUT OF THE SI BASE AND THE SI   *
      *  CAP ROOM, AND THE NON-PENSIONABLE ONES OUT OF THE  *
      *  PENSION BASE.  EMP-EARN IS KEPT AS THE TOTAL OF    *
      *  THE COMPONENTS BY PAYSMNT THROUGH EMPMAINT, SO A   *
      *  TOTAL THAT DIFFERS FROM IT MEANS A CHANGE KEYED    *
      *  STRAIGHT ONTO THE MASTER - IT IS COUNTED AND       *
      *  LISTED, AND ON A FINAL RUN RAISED ON THE EXCEPTION *
      *  REGISTER THROUGH EXCPWRTR FOR PAYROLL TO CLEAR.    *
      *  A FINAL RUN ALSO WRITES EACH COMPONENT'S VALUE     *
      *  BACK TO ITS PAYSTRC.DAT RECORD, REPLACING ITS OWN  *
      *  ON A RERUN OF THE SAME PERIOD, FOR EMPSLIP.        *
      *  CONTRACTORS AND ANYONE WITHOUT COMPONENTS ARE PAID *
      *  FROM EMP-EARN AS BEFORE.                           *
      *  REGION-SPECIFIC BRACKET SETS RIDE TAXBRKTR.DAT -   *
      *  EACH SET CARRIES A LOCM-REGION CODE AND AN         *
      *  EFFECTIVE DATE, SO NEXT YEAR'S RATES LOAD AHEAD    *
      *  THROUGH STATDED.DAT SO EMPDEDRC PROVES THEM -      *
      *  REPLACING THE HAND-SET FIGURE PAYROLL USED TO      *
      *  BURY IN EMP-DEDN.                                  *
      *  CONTRACTORS (A 'C' RECORD ON EMPTYPE.DAT) ARE PAID *
      *  FROM THE PERIOD'S APPROVED HOURS ON TIMEAPPR.DAT   *
      *  TIMES THEIR ETY-PAY-RATE INSTEAD OF THE FLAT       *
      *  EMP-EARN, AND LAND ON THEIR OWN CONTRACTOR         *
      *  REGISTER (CONTRRPT.DAT) SO THEIR COST IS VISIBLE   *
      *  ON ITS OWN.  EVERYTHING DOWNSTREAM OF GROSS - TAX, *
      *  DEDUCTIONS, NET - IS UNCHANGED.  A CARD APPROVED   *
      *  AFTER ITS PAY PERIOD'S CUTOFF (PAYCAL.DAT) DOES    *
      *  NOT COUNT HERE - EMPLTCRD PAYS IT AS 'LT' ARREARS. *
      *  MID-PERIOD JOINERS AND LEAVERS ARE PRORATED ON THE *
      *  SAME CALENDAR-DAY CONVENTION EMPSETTL USES: AN     *
      *  EMPLOYEE HIRED THIS PERIOD EARNS FROM              *
      *  EMP-HIRE-DATE TO MONTH-END, ONE WITH A TERMINATION *
      *  DATE INSIDE THIS PERIOD (STILL 'A' ON THE MASTER)  *
      *  EARNS UP TO EMP-TERM-DATE, EACH AT EMP-EARN OVER   *
      *  THE DAYS IN THE PERIOD'S MONTH (28 TO 31, FROM     *
      *  DATECALC) PER DAY, CAPPED AT THE FULL MONTH.  THE  *
      *  REGISTER PRINTS THE DAYS/MONTH-DAYS ARITHMETIC     *
      *  UNDER THE EMPLOYEE'S LINE SO PAYROLL CAN VERIFY    *
      *  IT.                                                *
      *  RUN MODE 'OFCYC' IS AN OFF-CYCLE PAYMENT RUN: IT   *
      *  COMMITS LIKE A FINAL RUN BUT PAYS ONLY THE         *
      *  EMP-IDS LISTED ONE PER RECORD ON OFFCYCID.DAT      *
      *  PAID OFF-CYCLE FOR THE SAME PERIOD, LISTING THE    *
      *  SKIP ON THE REGISTER.  OPS CLEAR OFCPAID.DAT AT    *
      *  PERIOD CLOSE.                                      *
      *  EVERY FINAL OR OFF-CYCLE RUN APPENDS THE LEDGER    *
      *  MOVEMENTS IT COMMITS - LOAN INSTALLMENTS,          *
      *  COURT-ORDER TAKES WITH THE ARREARS EACH ORDER      *
      *  CARRIED BEFORE THE RUN, OVERPAYMENT RECOVERIES AND *
      *  HELD-AT-ZERO SHORTFALLS - TO THE PAYPOST.DAT       *
      *  POSTING LOG, CLOSED BY A RUN RECORD WITH THE       *
      *  REGISTER TOTALS, SO EMPPAYRV CAN BACK A WRONG      *
      *  PERIOD OUT EXACTLY.                                *
      *  A FINAL OR OFF-CYCLE RUN TAKES A CHECKPOINT ON     *
      *  PAYCKPT.DAT EVERY WS-CKPT-INTERVAL MASTER RECORDS, *
      *  THE WAY CTRLBRK1 DOES: THE LAST EMP-ID DONE, EVERY *
      *  RUNNING COUNT AND TOTAL, AND HOW MANY RECORDS EACH *
      *  SEQUENTIAL OUTPUT HOLDS - THOSE OUTPUTS ARE CLOSED *
      *  AND REOPENED FIRST SO WHAT THE CHECKPOINT COUNTS   *
      *  IS ON DISK.  BEFORE THE RUN FIRST CHANGES A LOAN,  *
      *  COURT-ORDER OR RECOVERY-LEDGER RECORD IT SAVES THE *
      *  BEFORE-IMAGE ON PAYUNDO.DAT.  RESUBMITTING THE     *
      *  STEP AFTER AN ABEND FINDS THE CHECKPOINT           *
      *  INCOMPLETE AND RESTARTS: IT PUTS BACK THE          *
      *  BEFORE-IMAGES OF EVERYONE PAST THE CHECKPOINT,     *
      *  CUTS THE OUTPUTS BACK TO IT (NETPAY.DAT AND        *
      *  EXPPAID.DAT BY KEY, THE REST BY RECORD COUNT),     *
      *  RESTORES THE TOTALS AND CARRIES ON FROM THE NEXT   *
      *  EMP-ID - SO NOBODY IS POSTED TWICE AND PAYCTL.DAT  *
      *  COMES OUT AS AN UNBROKEN RUN WOULD HAVE WRITTEN    *
      *  IT.  THE DECLARATION MASTER NEEDS NO IMAGE: A      *
      *  RERUN OF THE SAME PERIOD ALREADY REPLACES ITS OWN  *
      *  RELIEF RATHER THAN ADDING TO IT.  AN INCOMPLETE    *
      *  CHECKPOINT LEFT BY ANOTHER PERIOD OR RUN MODE IS   *
      *  REPORTED (RC=4) AND IGNORED.  A RUN THAT FINISHES  *
      *  MARKS THE CHECKPOINT COMPLETE AND EMPTIES          *
      *  PAYUNDO.DAT.                                       *
      *  A COMMITTING RUN CAN BE SPLIT INTO PARALLEL        *
      *  PARTITIONS BY EMP-ID RANGE.  THE PAYPART           *
      *  ENVIRONMENT SETTING GIVES THE PARTITION NUMBER     *
      *  (NN), PAYPART.DAT THE RANGE: THE RUN STARTS THE    *
      *  MASTER AT THE LOW EMP-ID AND STOPS PAST THE HIGH   *
      *  ONE, AND WRITES ITS OWN NETPAY, EXPPAID, STATDED,  *
      *  SIEMPLR, PENCONTR, GARNREM, CONTRRPT, REGISTER,    *
      *  CONTROL TOTALS, POSTING LOG (AND OFF-CYCLE PAID    *
      *  LIST) UNDER A .PNN NAME, FRESH EACH RUN, SO THE    *
      *  PARTITIONS NEVER SHARE AN OUTPUT.  CHECKPOINT,     *
      *  BEFORE-IMAGE AND RESTART WORK FILES ARE PER        *
      *  PARTITION TOO, SO EACH RESTARTS ON ITS OWN.  THE   *
      *  POSTING LOG GETS NO RUN RECORD - EMPPAYMG WRITES   *
      *  ONE FOR THE WHOLE RUN WHEN IT MERGES THE           *
      *  PARTITIONS.  A PARTITION NUMBER NOT ON PAYPART.DAT *
      *  STOPS THE RUN (RC=12) WITH ITS CHECKPOINT LEFT     *
      *  INCOMPLETE, SO THE MERGE REFUSES IT.  WITH NO      *
      *  PAYPART SETTING - OR ON A TRIAL RUN, WHICH ALWAYS  *
      *  COVERS THE WHOLE MASTER - NOTHING CHANGES.  EACH   *
      *  EMPLOYEE IS PAID IN A PAY GROUP - ETY-PAY-GROUP ON *
      *  EMPTYPE.DAT, BLANK FOR THE STANDARD MONTHLY GROUP, *
      *  WHICH IS PAID EVERY RUN AS BEFORE.  A NAMED GROUP  *
      *  TAKES ITS PERIOD, PAY DATE AND PERIODS A YEAR FROM *
      *  ITS OWN PAYCAL.DAT ROWS AND IS PAID ONLY BY THE    *
      *  RUN ON ITS PERIOD'S END DATE (OR BY AN OFF-CYCLE   *
      *  RUN); ON ANY OTHER DAY ITS MEMBERS ARE COUNTED NOT *
      *  DUE.  A GROUP WITH NO ROW FOR THE RUN DATE IS NOT  *
      *  PAID AND IS REPORTED (RC=4).  FOR A GROUP PAID     *
      *  OTHER THAN TWELVE TIMES A YEAR THE MONTHLY FIGURES *
      *  ARE DE-ANNUALISED TO ITS FREQUENCY: EMP-EARN AND   *
      *  THE PAY COMPONENTS, PERQUISITE VALUES, THE         *
      *  PERSONAL ALLOWANCE AND THE BRACKET BANDS ARE TAKEN *
      *  AT TWELVE OVER THE PERIODS A YEAR, JOINERS AND     *
      *  LEAVERS ARE PRORATED OVER THE DAYS OF THE GROUP'S  *
      *  PERIOD, DECLARED RELIEF IS SPREAD OVER THE GROUP'S *
      *  PERIODS LEFT AND THE CUMULATIVE BASIS AVERAGES     *
      *  OVER ITS PERIODS ELAPSED.  THE SOCIAL INSURANCE    *
      *  CAP IS AN ANNUAL FIGURE TESTED AGAINST THE YEAR TO *
      *  DATE AND NEEDS NO SCALING.  THE GROUP IS CARRIED   *
      *  ON NETPAY.DAT AND THE POSTING LOG, AND THE RUN     *
      *  CLOSES THE LOG WITH ONE RUN RECORD PER GROUP PAID, *
      *  EACH UNDER THAT GROUP'S PERIOD.  A NOT-DUE         *
      *  MEMBER'S ROWS ON PAYADJ.DAT ARE NOT LOST: A        *
      *  REGULAR FINAL RUN COPIES THEM TO PAYADJCF.DAT,     *
      *  WHICH THE NEXT NIGHT'S PAYADJ MERGE PICKS UP, AND  *
      *  LISTS EACH ONE ON THE REGISTER.  THE CONTRACTOR    *
      *  LATE-CARD TEST USES THE CUTOFF ON THE CARD'S OWN   *
      *  GROUP CALENDAR.                                    *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT NETPAY-FILE ASSIGN TO WS-NETPAY-ASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS NP-EMP-ID
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT REPORT-FILE ASSIGN TO WS-PAYRPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT4.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT25.

           SELECT CONTR-REPORT-FILE ASSIGN TO WS-CONTRRPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT26.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT23.

           SELECT PAY-CONTROL-FILE ASSIGN TO WS-PAYCTL-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT22.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT20.

           SELECT OFCPAID-FILE ASSIGN TO WS-OFCPAID-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT21.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT18.

           SELECT EXP-PAID-FILE ASSIGN TO WS-EXPPAID-ASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EXP-EMP-ID
           RECORD KEY   IS GRN-KEY
           FILE STATUS  IS WS-FILE-STAT15.

           SELECT GARN-REMIT-FILE ASSIGN TO WS-GARNREM-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT16.
           RECORD KEY   IS PEN-EMP-ID
           FILE STATUS  IS WS-FILE-STAT12.

           SELECT PEN-CONTRIB-FILE ASSIGN TO WS-PENCONTR-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT13.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT STATDED-FILE ASSIGN TO WS-STATDED-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.

           SELECT SI-EMPLR-FILE ASSIGN TO WS-SIEMPLR-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT11.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT PAY-POST-FILE ASSIGN TO WS-PAYPOST-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT27.

           SELECT TAX-DECL-FILE ASSIGN TO 'TAXDECL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TDC-KEY
           FILE STATUS  IS WS-FILE-STAT28.

           SELECT PAY-CKPT-FILE ASSIGN TO WS-PAYCKPT-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT29.

           SELECT PAY-UNDO-FILE ASSIGN TO WS-PAYUNDO-ASGN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PUN-KEY
           FILE STATUS  IS WS-FILE-STAT30.

           SELECT RESTART-WORK-FILE ASSIGN TO WS-PAYRSTW-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT31.

           SELECT PAY-PART-FILE ASSIGN TO 'PAYPART.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT32.

           SELECT PERK-FILE ASSIGN TO 'PERKMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRK-KEY
           FILE STATUS  IS WS-FILE-STAT33.

           SELECT PERK-VAL-FILE ASSIGN TO 'PERKVAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT34.

           SELECT PAY-STRUCT-FILE ASSIGN TO 'PAYSTRC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PSC-KEY
           FILE STATUS  IS WS-FILE-STAT35.

           SELECT PAY-COMP-FILE ASSIGN TO 'PAYCOMP.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT36.

           SELECT ADJ-CARRY-FILE ASSIGN TO WS-PAYADJCF-ASGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT37.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           RECORD CONTAINS 23 CHARACTERS.
       COPY TAXBRKT.
       FD  NETPAY-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY NETPAY.
       FD  ADJUST-FILE
           RECORD CONTAINS 22 CHARACTERS.
           RECORD CONTAINS 35 CHARACTERS.
       COPY TAXBRKTR.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  PAY-POST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYPOST.
       FD  TAX-DECL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXDECL.
       FD  PAY-CKPT-FILE.
       COPY PAYCKPT.
       FD  PAY-UNDO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYUNDO.
       FD  RESTART-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESTART-WORK-RECORD     PIC X(80).
       FD  PAY-PART-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYPART.
       FD  PERK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PERKMAST.
       FD  PERK-VAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PERKVAL.
       FD  PAY-STRUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PAYSTRC.
       FD  PAY-COMP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PAYCOMP.
       FD  ADJ-CARRY-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  ADJ-CARRY-RECORD        PIC X(22).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STAT1           PIC X(02).
       01  WS-FILE-STAT2           PIC X(02).
       01  WS-CLM-FIND             PIC 9(04) VALUE ZERO.
       01  WS-EMP-CLAIM            PIC 9(7)V99 VALUE ZERO.
       01  WS-GRAND-CLAIMS         PIC 9(09)V99 VALUE ZERO.
       01  WS-BASE-EARN            PIC 9(7)V99 VALUE ZERO.
       01  WS-PRO-DAYS             PIC 9(02) VALUE ZERO.
       01  WS-PERIOD-DAYS          PIC 9(02) VALUE 30.
       01  WS-PRO-FLAG             PIC X(01) VALUE 'N'.
           88  PRORATED-PERIOD               VALUE 'Y'.
       01  WS-HIRE-PERIOD          PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(09) VALUE 'PRORATED '.
           03  OUT-PRO-DAYS        PIC Z9.
           03  FILLER              PIC X(01) VALUE '/'.
           03  OUT-PRO-MONTH       PIC 99.
           03  FILLER              PIC X(08) VALUE ' DAYS X '.
           03  OUT-PRO-RATE        PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(07) VALUE '/DAY = '.
           03  OUT-PRO-BASE        PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(25) VALUE SPACES.
       01  PERK-LINE.
           03  FILLER              PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(21) VALUE
               'TAXABLE PERQUISITES '.
           03  OUT-PERK-VALUE      PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(42) VALUE
               '  IN TAX BASE ONLY - NOT PAID IN CASH'.
       01  WS-DAILY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-FILE-STAT20          PIC X(02).
       01  WS-FILE-STAT21          PIC X(02).
       01  WS-FILE-STAT24          PIC X(02).
       01  WS-FILE-STAT25          PIC X(02).
       01  WS-FILE-STAT26          PIC X(02).
       01  WS-FILE-STAT27          PIC X(02).
       01  WS-FILE-STAT28          PIC X(02).
       01  WS-DECL-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  DECL-FILE-OPEN                VALUE 'Y'.
       01  WS-DECL-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-DECLS                  VALUE 'Y'.
       01  WS-DECL-RELIEF          PIC S9(7)V99 VALUE ZERO.
       01  WS-DECL-TO-DATE         PIC S9(9)V99 VALUE ZERO.
       01  WS-DECL-PRIOR           PIC S9(7)V99 VALUE ZERO.
       01  WS-DECL-SHARE           PIC S9(7)V99 VALUE ZERO.
       01  WS-DECL-WORK            PIC S9(9)V99 VALUE ZERO.
       01  WS-GRAND-RELIEF         PIC S9(09)V99 VALUE ZERO.
       01  WS-TOT-DECLARANTS       PIC 9(05) VALUE ZERO.
       01  WS-FILE-STAT33          PIC X(02).
       01  WS-FILE-STAT34          PIC X(02).
       01  WS-PERK-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  PERK-FILE-OPEN                VALUE 'Y'.
       01  WS-PERK-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PERKS                  VALUE 'Y'.
       01  WS-PVL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-PERK-VALS              VALUE 'Y'.
       01  WS-PVL-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PVL-TABLE.
           03  PVL-ENTRY           OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-PVL-COUNT.
               05  TBL-PVL-TYPE    PIC X(03).
               05  TBL-PVL-PCT     PIC 9(2)V99.
               05  TBL-PVL-MONTHLY PIC 9(5)V99.
       01  WS-PVL-SUB              PIC 9(02) VALUE ZERO.
       01  WS-PVL-FOUND            PIC 9(02) VALUE ZERO.
       01  WS-PERK-PER-START       PIC 9(08) VALUE ZERO.
       01  WS-PERK-PER-END         PIC 9(08) VALUE ZERO.
       01  WS-PERK-ONE             PIC 9(5)V99 VALUE ZERO.
       01  WS-PERK-PRIOR           PIC 9(7)V99 VALUE ZERO.
       01  WS-PERK-VALUE           PIC 9(7)V99 VALUE ZERO.
       01  WS-PERK-TO-DATE         PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-PERK           PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-PERK-HOLDERS     PIC 9(05) VALUE ZERO.
       01  WS-FILE-STAT35          PIC X(02).
       01  WS-FILE-STAT36          PIC X(02).
       01  WS-STRUCT-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  STRUCT-FILE-OPEN              VALUE 'Y'.
       01  WS-STR-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STRUCTURE              VALUE 'Y'.
       01  WS-STR-FLAG             PIC X(01) VALUE 'N'.
           88  PAY-STRUCTURED                VALUE 'Y'.
       01  WS-PCM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-COMPONENTS             VALUE 'Y'.
       01  WS-PCM-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PCM-TABLE.
           03  PCM-ENTRY           OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-PCM-COUNT.
               05  TBL-PCM-CODE    PIC X(04).
               05  TBL-PCM-TAXABLE PIC X(01).
               05  TBL-PCM-SI      PIC X(01).
               05  TBL-PCM-PENSION PIC X(01).
       01  WS-PCM-SUB              PIC 9(02) VALUE ZERO.
       01  WS-PCM-FOUND            PIC 9(02) VALUE ZERO.
       01  WS-STR-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-STR-TABLE.
           03  STR-ENTRY           OCCURS 40 TIMES.
               05  TBL-STR-COMP    PIC X(04).
               05  TBL-STR-EFF     PIC 9(08).
               05  TBL-STR-IN-FORCE PIC X(01).
       01  WS-STR-SUB              PIC 9(02) VALUE ZERO.
       01  WS-STR-FORCE-SUB        PIC 9(02) VALUE ZERO.
       01  WS-STR-PER-END          PIC 9(08) VALUE ZERO.
       01  WS-STR-ONE              PIC 9(5)V99 VALUE ZERO.
       01  WS-STR-PRIOR            PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-FULL             PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-TOTAL            PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-NONTAX           PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-NONTAX-TO-DATE   PIC 9(9)V99 VALUE ZERO.
       01  WS-STR-NONSI            PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-NONSI-PRIOR      PIC 9(9)V99 VALUE ZERO.
       01  WS-STR-NONPEN           PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-SI-YTD           PIC 9(9)V99 VALUE ZERO.
       01  WS-STR-SI-GROSS         PIC 9(7)V99 VALUE ZERO.
       01  WS-STR-PEN-GROSS        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOT-STRUCTURED       PIC 9(05) VALUE ZERO.
       01  WS-TOT-STR-MISMATCH     PIC 9(05) VALUE ZERO.
       01  WS-POST-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  POST-LOG-OPEN                 VALUE 'Y'.
       01  WS-PST-TYPE             PIC X(03) VALUE SPACES.
       01  WS-PST-REF              PIC 9(02) VALUE ZERO.
       01  WS-PST-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01  WS-PST-PRIOR            PIC 9(7)V99 VALUE ZERO.
       01  WS-PST-CLOSED           PIC X(01) VALUE 'N'.
       01  WS-FILE-STAT29          PIC X(02).
       01  WS-FILE-STAT30          PIC X(02).
       01  WS-FILE-STAT31          PIC X(02).
       01  WS-RESTART-FLAG         PIC X(01) VALUE 'N'.
           88  RESTART-RUN                   VALUE 'Y'.
       01  WS-CKPT-HOLD-FLAG       PIC X(01) VALUE 'N'.
           88  CKPT-HELD                     VALUE 'Y'.
       01  WS-CKPT-INTERVAL        PIC 9(03) VALUE 50.
       01  WS-CKPT-COUNTER         PIC 9(03) VALUE ZERO.
       01  WS-CKPT-LAST-ID         PIC X(05) VALUE SPACES.
       01  WS-STATDED-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  STATDED-FILE-OPEN             VALUE 'Y'.
       01  WS-UNDO-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  UNDO-FILE-OPEN                VALUE 'Y'.
       01  WS-UNDO-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-UNDO                   VALUE 'Y'.
       01  WS-TOT-UNDONE           PIC 9(05) VALUE ZERO.
       COPY PAYUNDO REPLACING ==PAY-UNDO-RECORD== BY ==WS-UNDO-RECORD==
                              LEADING ==PUN-== BY ==WUN-==.
       01  WS-RST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RESTART-COPY           VALUE 'Y'.
       01  WS-RST-NAME             PIC X(12) VALUE SPACES.
       01  WS-RST-KEEP             PIC 9(07) VALUE ZERO.
       01  WS-RST-COPIED           PIC 9(07) VALUE ZERO.
       01  WS-OUTPUT-COUNTS.
           03  WS-CNT-REPORT       PIC 9(07) VALUE ZERO.
           03  WS-CNT-CONTR        PIC 9(07) VALUE ZERO.
           03  WS-CNT-STATDED      PIC 9(07) VALUE ZERO.
           03  WS-CNT-SIEMPLR      PIC 9(07) VALUE ZERO.
           03  WS-CNT-PENCONTR     PIC 9(07) VALUE ZERO.
           03  WS-CNT-GARNREM      PIC 9(07) VALUE ZERO.
           03  WS-CNT-PAYPOST      PIC 9(07) VALUE ZERO.
           03  WS-CNT-OFCPAID      PIC 9(07) VALUE ZERO.
       01  WS-FILE-STAT32          PIC X(02).
       01  WS-PART-ENV             PIC X(02) VALUE SPACES.
       01  WS-PART-FLAG            PIC X(01) VALUE 'N'.
           88  PARTITION-RUN                 VALUE 'Y'.
       01  WS-PART-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88  PARTITION-FOUND               VALUE 'Y'.
       01  WS-PART-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PARTITIONS             VALUE 'Y'.
       01  WS-PART-NO              PIC 9(02) VALUE ZERO.
       01  WS-PART-LOW-ID          PIC X(05) VALUE SPACES.
       01  WS-PART-HIGH-ID         PIC X(05) VALUE SPACES.
       01  WS-PART-BASE            PIC X(08) VALUE SPACES.
       01  WS-PART-NAME            PIC X(30) VALUE SPACES.
       01  WS-NETPAY-ASGN          PIC X(30) VALUE 'NETPAY.DAT'.
       01  WS-PAYRPT-ASGN          PIC X(30) VALUE 'PAYRPT.DAT'.
       01  WS-CONTRRPT-ASGN        PIC X(30) VALUE 'CONTRRPT.DAT'.
       01  WS-PAYCTL-ASGN          PIC X(30) VALUE 'PAYCTL.DAT'.
       01  WS-OFCPAID-ASGN         PIC X(30) VALUE 'OFCPAID.DAT'.
       01  WS-EXPPAID-ASGN         PIC X(30) VALUE 'EXPPAID.DAT'.
       01  WS-GARNREM-ASGN         PIC X(30) VALUE 'GARNREM.DAT'.
       01  WS-PENCONTR-ASGN        PIC X(30) VALUE 'PENCONTR.DAT'.
       01  WS-STATDED-ASGN         PIC X(30) VALUE 'STATDED.DAT'.
       01  WS-SIEMPLR-ASGN         PIC X(30) VALUE 'SIEMPLR.DAT'.
       01  WS-PAYPOST-ASGN         PIC X(30) VALUE 'PAYPOST.DAT'.
       01  WS-PAYCKPT-ASGN         PIC X(30) VALUE 'PAYCKPT.DAT'.
       01  WS-PAYUNDO-ASGN         PIC X(30) VALUE 'PAYUNDO.DAT'.
       01  WS-PAYRSTW-ASGN         PIC X(30) VALUE 'PAYRSTW.DAT'.
       01  WS-PAYADJCF-ASGN        PIC X(30) VALUE 'PAYADJCF.DAT'.
       01  WS-ETY-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  EMPTYPE-FILE-OPEN             VALUE 'Y'.
       01  WS-CONTRACTOR-FLAG      PIC X(01) VALUE 'N'.
       01  WS-HRS-SUB              PIC 9(04) VALUE ZERO.
       01  WS-HRS-FIND             PIC 9(04) VALUE ZERO.
       01  WS-CONTR-HOURS          PIC 9(4)V9 VALUE ZERO.
       01  WS-LATE-FLAG            PIC X(01) VALUE 'N'.
           88  CARD-IS-LATE                  VALUE 'Y'.
       01  WS-TOT-LATE-CARDS       PIC 9(05) VALUE ZERO.
       01  WS-TOT-CONTRACTORS      PIC 9(05) VALUE ZERO.
       01  WS-GRAND-CONTR-GROSS    PIC 9(09)V99 VALUE ZERO.
       01  CONTR-HEADING-LINE      PIC X(80) VALUE
           88  HIST-FILE-OPEN                VALUE 'Y'.
       01  WS-PREV-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-NET-MOVE             PIC 9(7)V99 VALUE ZERO.
       01  WS-PREV-NET             PIC S9(7)V99 VALUE ZERO.
       01  WS-PREV-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-PREV-HIST              VALUE 'Y'.
       01  WS-MOVE-PCT             PIC 9(5)V99 VALUE ZERO.
       01  WS-TAX-BASIS            PIC X(05) VALUE 'PERIO'.
           88  CUMULATIVE-BASIS              VALUE 'CUMUL'.
                   DEPENDING ON WS-ADJ-COUNT.
               05  TBL-ADJ-EMP-ID  PIC X(05).
               05  TBL-ADJ-AMT     PIC S9(7)V99.
               05  TBL-ADJ-CARRY   PIC X(01).
                   88  ADJ-CARRIED-FORWARD    VALUE 'Y'.
       01  WS-ADJ-SUB              PIC 9(04) VALUE ZERO.
       01  WS-ADJ-FIND             PIC 9(04) VALUE ZERO.
       01  WS-EMP-ADJ              PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-ADJ            PIC S9(09)V99 VALUE ZERO.
       01  WS-ADJ-ENV-POLICY       PIC X(01) VALUE SPACES.
       01  WS-ADJ-CLOSE-POLICY     PIC X(01) VALUE 'F'.
           88  ADJ-CLOSED-ROLL-FORWARD       VALUE 'F'.
       01  WS-ADJ-CLOSED-PAID      PIC 9(05) VALUE ZERO.
       01  WS-ADJ-CLOSED-HELD      PIC 9(05) VALUE ZERO.
       01  WS-FILE-STAT37          PIC X(02).
       01  WS-CF-EMP-FLAG          PIC X(01) VALUE 'N'.
           88  CF-EMP-ACTIVE                 VALUE 'Y'.
       01  WS-CF-EMP-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-TOT-ADJ-CARRIED      PIC 9(05) VALUE ZERO.
       01  ADJCARRY-LINE.
           03  ACF-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(13) VALUE
               '  ADJUSTMENT '.
           03  ACF-TYPE            PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(08) VALUE ' PERIOD '.
           03  ACF-PERIOD          PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  ACF-AMOUNT          PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(34) VALUE
               ' GROUP NOT DUE - CARRIED FORWARD'.
       COPY CLSREQ.
       01  WS-TOT-GROSS-FLOORED    PIC 9(05) VALUE ZERO.
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                   PIC 9(08).
       01  WS-PAY-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-RUN-PREV-PERIOD      PIC 9(06) VALUE ZERO.
       01  WS-RUN-PAY-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
           88  STANDARD-GROUP                VALUE SPACES.
       01  WS-GRP-DUE-FLAG         PIC X(01) VALUE 'Y'.
           88  GROUP-DUE                     VALUE 'Y'.
       01  WS-GRP-PER-YEAR         PIC 9(02) VALUE 12.
       01  WS-GRP-START            PIC 9(08) VALUE ZERO.
       01  WS-GRP-END              PIC 9(08) VALUE ZERO.
       01  WS-GRP-EARN             PIC 9(7)V99 VALUE ZERO.
       01  WS-GRP-HIRE-DATE        PIC 9(08) VALUE ZERO.
       01  WS-GRP-TERM-DATE        PIC 9(08) VALUE ZERO.
       01  WS-GRP-ALLOWANCE        PIC 9(9)V99 VALUE ZERO.
       01  WS-GRP-BAND-FROM        PIC 9(9)V99 VALUE ZERO.
       01  WS-GRP-BAND-TO          PIC 9(9)V99 VALUE ZERO.
       01  WS-DECL-LEFT            PIC 9(02) VALUE ZERO.
       01  WS-YTD-LAST-PERIOD      PIC 9(06) VALUE ZERO.
       01  WS-TOT-NOT-DUE          PIC 9(05) VALUE ZERO.
       01  WS-GRP-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-GRP-TABLE.
           03  GRP-ENTRY           OCCURS 10 TIMES.
               05  TBL-GRP-CODE    PIC X(02).
               05  TBL-GRP-PERIOD  PIC 9(06).
               05  TBL-GRP-PAID    PIC 9(05).
               05  TBL-GRP-GROSS   PIC 9(09)V99.
               05  TBL-GRP-TAX     PIC 9(09)V99.
               05  TBL-GRP-DEDN    PIC 9(09)V99.
               05  TBL-GRP-NET     PIC 9(09)V99.
       01  WS-GRP-SUB              PIC 9(02) VALUE ZERO.
       01  WS-GRP-FIND             PIC 9(02) VALUE ZERO.
       COPY PCALREQ.
       COPY DATEREQ.
       01  WS-ALLOWANCE            PIC 9(7)V99 VALUE ZERO.
       01  WS-BAND-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-TAX-TABLE.
       01  WS-EMP-REGION           PIC X(04) VALUE SPACES.
       COPY REFLKREQ.
       COPY LOCMREC.
       COPY EXCPREG.
       01  WS-GROSS                PIC S9(7)V99 VALUE ZERO.
       01  WS-TAXABLE              PIC 9(7)V99 VALUE ZERO.
       01  WS-BAND-PORTION         PIC 9(7)V99 VALUE ZERO.
      *    CALENDAR; WITH NO PAYCAL.DAT THE LOOKUP ANSWERS
      *    THE CALENDAR MONTH, EXACTLY AS BEFORE.
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE SPACES       TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           MOVE PCQ-PERIOD   TO WS-CURR-PERIOD WS-RUN-PERIOD
           MOVE PCQ-PAY-DATE TO WS-PAY-DATE WS-RUN-PAY-DATE
           DISPLAY 'PAY PERIOD ' WS-CURR-PERIOD
               ' PAY DATE ' WS-PAY-DATE
               ' (CALENDAR ' PCQ-FOUND ')'
           PERFORM 1050-READ-PARM-PARA
           PERFORM 1010-SET-PARTITION-PARA
           IF FINAL-RUN
               PERFORM 1040-CHECK-RESTART-PARA
           END-IF
           IF OFFCYCLE-RUN
               PERFORM 1055-LOAD-OFC-LIST-PARA
           ELSE
           PERFORM 1060-READ-SI-PARM-PARA
           PERFORM 1070-OPEN-PENSION-PARA
           PERFORM 1075-OPEN-LOANS-PARA
           PERFORM 1076-OPEN-TAX-DECL-PARA
           PERFORM 1077-OPEN-PERKS-PARA
           PERFORM 1081-OPEN-STRUCTURE-PARA
           PERFORM 1078-OPEN-GARNISH-PARA
           PERFORM 1079-OPEN-RECOVERY-PARA
           IF FINAL-RUN
               PERFORM 1085-OPEN-POST-LOG-PARA
           END-IF
           PERFORM 1420-LOAD-INSDED-PARA
           PERFORM 1090-OPEN-EMPTYPE-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF FINAL-RUN
               IF SI-CONFIGURED OR PENSION-FILE-OPEN
                   OR LOAN-FILE-OPEN OR GARNISH-FILE-OPEN
                   OR RECOVERY-FILE-OPEN OR WS-INS-COUNT > ZERO
                   MOVE 'Y' TO WS-STATDED-OPEN-FLAG
               END-IF
               IF RESTART-RUN
                   PERFORM 1600-RESTART-OUTPUTS-PARA
               ELSE
                   OPEN OUTPUT NETPAY-FILE
                   IF STATDED-FILE-OPEN
                       OPEN OUTPUT STATDED-FILE
                   END-IF
                   IF GARNISH-FILE-OPEN
                       OPEN OUTPUT GARN-REMIT-FILE
                   END-IF
                   IF SI-CONFIGURED
                       OPEN OUTPUT SI-EMPLR-FILE
                   END-IF
                   IF PENSION-FILE-OPEN
                       OPEN OUTPUT PEN-CONTRIB-FILE
                   END-IF
                   OPEN OUTPUT EXP-PAID-FILE
               END-IF
               PERFORM 1680-OPEN-UNDO-PARA
           END-IF
           IF TRIAL-RUN OR CUMULATIVE-BASIS OR SI-CONFIGURED
               PERFORM 1080-OPEN-HISTORY-PARA
           END-IF
           MOVE WS-PREV-PERIOD TO WS-RUN-PREV-PERIOD
           IF RESTART-RUN
               PERFORM 1620-TRIM-REPORT-PARA
           ELSE
               OPEN OUTPUT REPORT-FILE
               WRITE REPORT-RECORD FROM HEADING-LINE1
               ADD 1 TO WS-CNT-REPORT
               IF TRIAL-RUN
                   WRITE REPORT-RECORD FROM TRIAL-BANNER-LINE
                   ADD 1 TO WS-CNT-REPORT
               END-IF
               WRITE REPORT-RECORD FROM HEADING-LINE2
               ADD 1 TO WS-CNT-REPORT
           END-IF
           PERFORM 1100-LOAD-TAX-TABLE-PARA
           PERFORM 1150-SAVE-DEFAULT-SET-PARA
           PERFORM 1160-LOAD-REGION-SETS-PARA
           PERFORM 1300-LOAD-ADJ-PARA
           PERFORM 1400-LOAD-CLAIMS-PARA
           IF RESTART-RUN
               PERFORM 1690-REPOSITION-MASTER-PARA
           ELSE
               IF FINAL-RUN
                   MOVE SPACES TO WS-CKPT-LAST-ID
                   PERFORM 8100-WRITE-CHECKPOINT-PARA
               END-IF
               PERFORM 1695-POSITION-PARTITION-PARA
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
      *****************************************************
      *  A PARTITION OF A PARALLEL RUN FINDS ITS EMP-ID     *
      *  RANGE ON PAYPART.DAT AND TAKES .PNN NAMES FOR ITS  *
      *  OUTPUTS BEFORE ANY OF THEM IS OPENED.  THE NAMES   *
      *  ARE TAKEN EVEN WHEN THE PARTITION IS NOT DEFINED,  *
      *  SO A BAD SETTING NEVER TOUCHES THE SINGLE-RUN      *
      *  FILES.  A REGULAR FINAL RUN STILL READS THE SHARED *
      *  OFCPAID.DAT; ONLY AN OFF-CYCLE PARTITION WRITES    *
      *  ITS OWN.                                           *
      *****************************************************
       1010-SET-PARTITION-PARA.
           ACCEPT WS-PART-ENV FROM ENVIRONMENT 'PAYPART'
           IF WS-PART-ENV NOT = SPACES
               IF TRIAL-RUN
                   DISPLAY 'PAYPART ' WS-PART-ENV ' IGNORED - A '
                       'TRIAL RUN COVERS THE WHOLE MASTER'
               ELSE
                   PERFORM 1020-LOAD-PARTITION-PARA
               END-IF
           END-IF.
       1020-LOAD-PARTITION-PARA.
           MOVE 'Y' TO WS-PART-FLAG
           IF WS-PART-ENV NUMERIC
               MOVE WS-PART-ENV TO WS-PART-NO
           END-IF
           PERFORM 1030-NAME-PARTITION-FILES-PARA
           OPEN INPUT PAY-PART-FILE
           IF WS-FILE-STAT32 = '00'
               PERFORM 1025-READ-PARTITION-PARA
                   UNTIL END-OF-PARTITIONS
               CLOSE PAY-PART-FILE
           END-IF
           IF PARTITION-FOUND
               DISPLAY 'PARTITION ' WS-PART-NO ' - EMP-ID '
                   WS-PART-LOW-ID ' TO ' WS-PART-HIGH-ID
           ELSE
               DISPLAY 'PARTITION ' WS-PART-ENV ' NOT DEFINED ON '
                   'PAYPART.DAT - RUN STOPPED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 'Y' TO WS-CKPT-HOLD-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF.
       1025-READ-PARTITION-PARA.
           READ PAY-PART-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-FLAG
               NOT AT END
                   IF PPT-PART-NO NUMERIC
                       AND WS-PART-NO > ZERO
                       AND PPT-PART-NO = WS-PART-NO
                       MOVE 'Y'         TO WS-PART-FOUND-FLAG
                       MOVE 'Y'         TO WS-PART-EOF-FLAG
                       MOVE PPT-LOW-ID  TO WS-PART-LOW-ID
                       MOVE PPT-HIGH-ID TO WS-PART-HIGH-ID
                   END-IF
           END-READ.
       1030-NAME-PARTITION-FILES-PARA.
           MOVE 'NETPAY' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-NETPAY-ASGN
           MOVE 'PAYRPT' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYRPT-ASGN
           MOVE 'CONTRRPT' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-CONTRRPT-ASGN
           MOVE 'PAYCTL' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYCTL-ASGN
           MOVE 'EXPPAID' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-EXPPAID-ASGN
           MOVE 'GARNREM' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-GARNREM-ASGN
           MOVE 'PENCONTR' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PENCONTR-ASGN
           MOVE 'STATDED' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-STATDED-ASGN
           MOVE 'SIEMPLR' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-SIEMPLR-ASGN
           MOVE 'PAYPOST' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYPOST-ASGN
           MOVE 'PAYCKPT' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYCKPT-ASGN
           MOVE 'PAYUNDO' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYUNDO-ASGN
           MOVE 'PAYRSTW' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYRSTW-ASGN
           MOVE 'PAYADJCF' TO WS-PART-BASE
           PERFORM 1035-PART-NAME-PARA
           MOVE WS-PART-NAME TO WS-PAYADJCF-ASGN
           IF OFFCYCLE-RUN
               MOVE 'OFCPAID' TO WS-PART-BASE
               PERFORM 1035-PART-NAME-PARA
               MOVE WS-PART-NAME TO WS-OFCPAID-ASGN
           END-IF.
       1035-PART-NAME-PARA.
           MOVE SPACES TO WS-PART-NAME
           STRING WS-PART-BASE         DELIMITED BY SPACE
                  '.P'                 DELIMITED BY SIZE
                  WS-PART-NO           DELIMITED BY SIZE
               INTO WS-PART-NAME
           END-STRING.
      *****************************************************
      *  A COMMITTING RUN FIRST LOOKS FOR AN INCOMPLETE     *
      *  CHECKPOINT - AN EARLIER RUN THAT ABENDED.  ONE FOR *
      *  THIS PERIOD AND RUN MODE MAKES THIS A RESTART AND  *
      *  BRINGS BACK THE COUNTS, TOTALS AND RUN DATE AS     *
      *  THEY STOOD AT THE CHECKPOINT.  ONE FOR ANY OTHER   *
      *  PERIOD OR MODE IS STALE: IT IS REPORTED AND THE    *
      *  RUN STARTS FROM THE TOP.                           *
      *****************************************************
       1040-CHECK-RESTART-PARA.
           MOVE 'N' TO WS-RESTART-FLAG
           OPEN INPUT PAY-CKPT-FILE
           IF WS-FILE-STAT29 = '00'
               READ PAY-CKPT-FILE
                   AT END
                       MOVE 'C' TO PCK-STATUS
               END-READ
               CLOSE PAY-CKPT-FILE
               IF PCK-INCOMPLETE
                   IF PCK-PERIOD = WS-CURR-PERIOD
                       AND PCK-RUN-MODE = WS-RUN-MODE
                       AND PCK-PART-NO = WS-PART-NO
                       AND PCK-LOW-ID = WS-PART-LOW-ID
                       AND PCK-HIGH-ID = WS-PART-HIGH-ID
                       MOVE 'Y' TO WS-RESTART-FLAG
                       PERFORM 1045-RESTORE-TOTALS-PARA
                       DISPLAY 'RESTARTING AFTER EMP-ID '
                           WS-CKPT-LAST-ID ' - RECORDS DONE: '
                           WS-TOT-READ
                   ELSE
                       DISPLAY 'WARNING - ' WS-PAYCKPT-ASGN
                           ' HOLDS AN '
                           'UNFINISHED ' PCK-RUN-MODE ' RUN FOR '
                           'PERIOD ' PCK-PERIOD ' - IGNORED'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1045-RESTORE-TOTALS-PARA.
           MOVE PCK-LAST-EMP-ID      TO WS-CKPT-LAST-ID
           MOVE PCK-RUN-DATE         TO WS-TODAY-NUM
           MOVE PCK-TOT-READ         TO WS-TOT-READ
           MOVE PCK-TOT-PAID         TO WS-TOT-PAID
           MOVE PCK-TOT-SKIPPED      TO WS-TOT-SKIPPED
           MOVE PCK-TOT-HELD         TO WS-TOT-HELD
           MOVE PCK-TOT-VARIANCE     TO WS-TOT-VARIANCE
           MOVE PCK-TOT-LOA          TO WS-TOT-LOA
           MOVE PCK-TOT-PEN-MEMBERS  TO WS-TOT-PEN-MEMBERS
           MOVE PCK-TOT-LOANS-CLOSED TO WS-TOT-LOANS-CLOSED
           MOVE PCK-TOT-GARN-SHORT   TO WS-TOT-GARN-SHORT
           MOVE PCK-TOT-DECLARANTS   TO WS-TOT-DECLARANTS
           MOVE PCK-TOT-CONTRACTORS  TO WS-TOT-CONTRACTORS
           MOVE PCK-TOT-PRORATED     TO WS-TOT-PRORATED
           MOVE PCK-TOT-OFC-SKIPPED  TO WS-TOT-OFC-SKIPPED
           MOVE PCK-TOT-NOT-LISTED   TO WS-TOT-NOT-LISTED
           MOVE PCK-TOT-GROSS-FLOORED TO WS-TOT-GROSS-FLOORED
           MOVE PCK-TOT-PERK-HOLDERS TO WS-TOT-PERK-HOLDERS
           MOVE PCK-TOT-STRUCTURED   TO WS-TOT-STRUCTURED
           MOVE PCK-TOT-STR-MISMATCH TO WS-TOT-STR-MISMATCH
           MOVE PCK-TOT-NOT-DUE      TO WS-TOT-NOT-DUE
           MOVE PCK-GROUP-COUNT      TO WS-GRP-COUNT
           PERFORM 1046-RESTORE-GROUP-PARA
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           MOVE PCK-GRAND-GROSS      TO WS-GRAND-GROSS
           MOVE PCK-GRAND-TAX        TO WS-GRAND-TAX
           MOVE PCK-GRAND-DEDN       TO WS-GRAND-DEDN
           MOVE PCK-GRAND-NET        TO WS-GRAND-NET
           MOVE PCK-GRAND-SI-EE      TO WS-GRAND-SI-EE
           MOVE PCK-GRAND-SI-ER      TO WS-GRAND-SI-ER
           MOVE PCK-GRAND-PEN-EE     TO WS-GRAND-PEN-EE
           MOVE PCK-GRAND-PEN-ER     TO WS-GRAND-PEN-ER
           MOVE PCK-GRAND-LOAN       TO WS-GRAND-LOAN
           MOVE PCK-GRAND-GARN       TO WS-GRAND-GARN
           MOVE PCK-GRAND-RECOVERED  TO WS-GRAND-RECOVERED
           MOVE PCK-GRAND-SHORTFALL  TO WS-GRAND-SHORTFALL
           MOVE PCK-GRAND-CLAIMS     TO WS-GRAND-CLAIMS
           MOVE PCK-GRAND-INS        TO WS-GRAND-INS
           MOVE PCK-GRAND-CONTR-GROSS TO WS-GRAND-CONTR-GROSS
           MOVE PCK-GRAND-ADJ        TO WS-GRAND-ADJ
           MOVE PCK-GRAND-RELIEF     TO WS-GRAND-RELIEF
           MOVE PCK-GRAND-PERK       TO WS-GRAND-PERK
           MOVE PCK-CNT-REPORT       TO WS-CNT-REPORT
           MOVE PCK-CNT-CONTR        TO WS-CNT-CONTR
           MOVE PCK-CNT-STATDED      TO WS-CNT-STATDED
           MOVE PCK-CNT-SIEMPLR      TO WS-CNT-SIEMPLR
           MOVE PCK-CNT-PENCONTR     TO WS-CNT-PENCONTR
           MOVE PCK-CNT-GARNREM      TO WS-CNT-GARNREM
           MOVE PCK-CNT-PAYPOST      TO WS-CNT-PAYPOST
           MOVE PCK-CNT-OFCPAID      TO WS-CNT-OFCPAID.
       1046-RESTORE-GROUP-PARA.
           MOVE PCK-GRP-CODE(WS-GRP-SUB)   TO TBL-GRP-CODE(WS-GRP-SUB)
           MOVE PCK-GRP-PERIOD(WS-GRP-SUB)
               TO TBL-GRP-PERIOD(WS-GRP-SUB)
           MOVE PCK-GRP-PAID(WS-GRP-SUB)   TO TBL-GRP-PAID(WS-GRP-SUB)
           MOVE PCK-GRP-GROSS(WS-GRP-SUB)  TO TBL-GRP-GROSS(WS-GRP-SUB)
           MOVE PCK-GRP-TAX(WS-GRP-SUB)    TO TBL-GRP-TAX(WS-GRP-SUB)
           MOVE PCK-GRP-DEDN(WS-GRP-SUB)   TO TBL-GRP-DEDN(WS-GRP-SUB)
           MOVE PCK-GRP-NET(WS-GRP-SUB)    TO TBL-GRP-NET(WS-GRP-SUB).
       1050-READ-PARM-PARA.
           OPEN INPUT PAY-PARM-FILE
           IF WS-FILE-STAT6 = '00'
                   END-IF
           END-READ.
       1057-OPEN-OFCPAID-OUT-PARA.
           IF RESTART-RUN
               PERFORM 1655-TRIM-OFCPAID-PARA
           ELSE
               IF PARTITION-RUN
                   OPEN OUTPUT OFCPAID-FILE
               ELSE
                   MOVE 'N' TO WS-RST-EOF-FLAG
                   OPEN INPUT OFCPAID-FILE
                   IF WS-FILE-STAT21 = '00'
                       PERFORM 1675-COUNT-OFCPAID-PARA
                           UNTIL END-OF-RESTART-COPY
                       CLOSE OFCPAID-FILE
                   END-IF
                   OPEN EXTEND OFCPAID-FILE
                   IF WS-FILE-STAT21 = '35'
                       OPEN OUTPUT OFCPAID-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-FILE-STAT21 NOT = '00'
               DISPLAY 'OFCPAID.DAT OPEN FAILED - STATUS '
               DISPLAY 'LOANMAST.DAT NOT PRESENT - NO LOAN '
                   'RECOVERIES'
           END-IF.
      *****************************************************
      *  THE DECLARATION MASTER OPENS I-O ON A FINAL RUN    *
      *  ONLY, THE SAME WAY AS THE LOAN MASTER - A TRIAL    *
      *  SHOWS THE RELIEF BUT RECORDS NONE OF IT.           *
      *****************************************************
       1076-OPEN-TAX-DECL-PARA.
           IF FINAL-RUN
               OPEN I-O TAX-DECL-FILE
           ELSE
               OPEN INPUT TAX-DECL-FILE
           END-IF
           IF WS-FILE-STAT28 = '00'
               MOVE 'Y' TO WS-DECL-OPEN-FLAG
           ELSE
               DISPLAY 'TAXDECL.DAT NOT PRESENT - NO TAX-SAVING '
                   'RELIEF'
           END-IF.
      *****************************************************
      *  THE PERQUISITE MASTER OPENS I-O ON A FINAL RUN     *
      *  ONLY, LIKE THE DECLARATION MASTER.  THE VALUATION  *
      *  TABLE IS LOADED ONLY WHEN THERE ARE PERKS TO       *
      *  VALUE.                                             *
      *****************************************************
       1077-OPEN-PERKS-PARA.
           IF FINAL-RUN
               OPEN I-O PERK-FILE
           ELSE
               OPEN INPUT PERK-FILE
           END-IF
           IF WS-FILE-STAT33 = '00'
               MOVE 'Y' TO WS-PERK-OPEN-FLAG
               PERFORM 1190-LOAD-PERK-VAL-PARA
           ELSE
               DISPLAY 'PERKMAST.DAT NOT PRESENT - NO TAXABLE '
                   'PERQUISITES'
           END-IF.
       1078-OPEN-GARNISH-PARA.
           IF FINAL-RUN
               OPEN I-O GARNISH-MASTER
                   WS-FILE-STAT17
           END-IF.
      *****************************************************
      *  THE PAY-STRUCTURE FILE OPENS I-O ON A FINAL RUN    *
      *  ONLY, LIKE THE PERQUISITE MASTER.  THE COMPONENT   *
      *  MASTER IS LOADED ONLY WHEN THERE IS A STRUCTURE TO *
      *  PRICE.                                             *
      *****************************************************
       1081-OPEN-STRUCTURE-PARA.
           IF FINAL-RUN
               OPEN I-O PAY-STRUCT-FILE
           ELSE
               OPEN INPUT PAY-STRUCT-FILE
           END-IF
           IF WS-FILE-STAT35 = '00'
               MOVE 'Y' TO WS-STRUCT-OPEN-FLAG
               PERFORM 1191-LOAD-COMPONENT-PARA
           ELSE
               DISPLAY 'PAYSTRC.DAT NOT PRESENT - EVERYONE PAID '
                   'FROM EMP-EARN'
           END-IF.
      *****************************************************
      *  CONTRACTORS: THE TYPE FILE SAYS WHO, THE APPROVED  *
      *  HOURS FILE SAYS HOW MUCH.  NO EMPTYPE.DAT MEANS    *
      *  EVERYONE IS SALARIED, AS BEFORE.                   *
           IF WS-FILE-STAT24 = '00'
               MOVE 'Y' TO WS-ETY-OPEN-FLAG
               PERFORM 1095-LOAD-HOURS-PARA
               IF RESTART-RUN
                   PERFORM 1625-TRIM-CONTR-PARA
               ELSE
                   OPEN OUTPUT CONTR-REPORT-FILE
                   WRITE CONTR-REPORT-RECORD FROM CONTR-HEADING-LINE
                   ADD 1 TO WS-CNT-CONTR
               END-IF
           ELSE
               DISPLAY 'EMPTYPE.DAT NOT PRESENT - NO '
                   'CONTRACTORS THIS RUN'
           IF WS-FILE-STAT25 = '00'
               PERFORM 1098-READ-HOURS-PARA UNTIL END-OF-HOURS
               CLOSE HOURS-FILE
               IF WS-TOT-LATE-CARDS > ZERO
                   DISPLAY 'LATE CARDS LEFT FOR EMPLTCRD: '
                       WS-TOT-LATE-CARDS
               END-IF
           ELSE
               DISPLAY 'TIMEAPPR.DAT NOT AVAILABLE - '
                   'CONTRACTORS PAY AT ZERO HOURS'
               AT END
                   MOVE 'Y' TO WS-HRS-EOF-FLAG
               NOT AT END
                   PERFORM 1097-CHECK-LATE-PARA
                   IF CARD-IS-LATE
                       ADD 1 TO WS-TOT-LATE-CARDS
                   ELSE
                       PERFORM 1099-ADD-HOURS-PARA
                   END-IF
           END-READ.
      *****************************************************
      *  SAME LATE TEST AS EMPTCAPP, ON THE CUTOFF OF THE   *
      *  CARD'S PERIOD IN ITS OWN PAY GROUP'S CALENDAR.     *
      *  THE RUN PERIOD AND PAY DATE WERE TAKEN OFF THE     *
      *  REQUEST AT START-UP, SO IT IS FREE TO REUSE HERE.  *
      *****************************************************
       1097-CHECK-LATE-PARA.
           MOVE 'N'          TO WS-LATE-FLAG
           MOVE TC-WORK-DATE TO PCQ-DATE
           MOVE SPACES       TO PCQ-GROUP
           MOVE TC-EMP-ID    TO ETY-EMP-ID
           READ EMPTYPE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ETY-PAY-GROUP TO PCQ-GROUP
           END-READ
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           IF PCQ-REC-FOUND AND PCQ-CUTOFF > ZERO
               AND PCQ-CUTOFF < WS-TODAY-NUM
               MOVE 'Y' TO WS-LATE-FLAG
           END-IF.
       1099-ADD-HOURS-PARA.
           MOVE ZERO TO WS-HRS-FIND
           PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
           IF WS-HRS-FIND > ZERO
               ADD TC-HOURS TO TBL-HRS-HOURS(WS-HRS-FIND)
           END-IF.
      *****************************************************
      *  THE POSTING LOG ONLY EVER GROWS - EXTEND IT, OR    *
      *  START IT ON THE FIRST COMMITTING RUN, THE WAY      *
      *  ACCLOGW KEEPS THE ACCESS LOG.                      *
      *  THE RECORDS ALREADY ON IT ARE COUNTED FIRST SO A   *
      *  CHECKPOINT CAN SAY WHERE THIS RUN'S POSTINGS END.  *
      *****************************************************
       1085-OPEN-POST-LOG-PARA.
           IF RESTART-RUN
               PERFORM 1650-TRIM-POST-LOG-PARA
           ELSE
               IF PARTITION-RUN
                   OPEN OUTPUT PAY-POST-FILE
               ELSE
                   OPEN INPUT PAY-POST-FILE
                   IF WS-FILE-STAT27 = '00'
                       MOVE 'N' TO WS-RST-EOF-FLAG
                       PERFORM 1670-COUNT-POST-PARA
                           UNTIL END-OF-RESTART-COPY
                       CLOSE PAY-POST-FILE
                       OPEN EXTEND PAY-POST-FILE
                   ELSE
                       OPEN OUTPUT PAY-POST-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-FILE-STAT27 = '00'
               MOVE 'Y' TO WS-POST-OPEN-FLAG
           ELSE
               DISPLAY 'PAYPOST.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT27 ' - RUN CANNOT BE REVERSED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1080-OPEN-HISTORY-PARA.
           OPEN INPUT PAYHIST-FILE
           IF WS-FILE-STAT7 = '00'
               MOVE 'PERIO' TO WS-TAX-BASIS
           END-IF.
       1300-LOAD-ADJ-PARA.
           ACCEPT WS-ADJ-ENV-POLICY FROM ENVIRONMENT 'PAYLOCK'
           IF WS-ADJ-ENV-POLICY = 'R'
               MOVE 'R' TO WS-ADJ-CLOSE-POLICY
           END-IF
           OPEN INPUT ADJUST-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1350-READ-ADJ-PARA UNTIL END-OF-ADJ-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-FILE-FLAG
               NOT AT END
                   PERFORM 1360-CHECK-ADJ-PERIOD-PARA
           END-READ.
      *****************************************************
      *  AN ADJUSTMENT DATED INTO A CLOSED PERIOD IS NEVER  *
      *  POSTED THERE - IT IS PAID NOW AS ARREARS, OR HELD  *
      *  BACK WHEN PAYLOCK=R.                               *
      *****************************************************
       1360-CHECK-ADJ-PERIOD-PARA.
           MOVE ADJ-PERIOD TO CLQ-PERIOD
           CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
           IF CLQ-PERIOD-CLOSED AND NOT ADJ-CLOSED-ROLL-FORWARD
               DISPLAY 'ADJUSTMENT ' ADJ-TYPE ' FOR ' ADJ-EMP-ID
                   ' DATED INTO CLOSED PERIOD ' ADJ-PERIOD
                   ' - NOT PAID'
               ADD 1 TO WS-ADJ-CLOSED-HELD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF CLQ-PERIOD-CLOSED
                   ADD 1 TO WS-ADJ-CLOSED-PAID
               END-IF
               PERFORM 1380-ADD-ADJ-PARA
           END-IF.
       1380-ADD-ADJ-PARA.
           MOVE ZERO TO WS-ADJ-FIND
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE ADJ-EMP-ID TO TBL-ADJ-EMP-ID(WS-ADJ-COUNT)
                   MOVE ZERO       TO TBL-ADJ-AMT(WS-ADJ-COUNT)
                   MOVE 'N'        TO TBL-ADJ-CARRY(WS-ADJ-COUNT)
                   MOVE WS-ADJ-COUNT TO WS-ADJ-FIND
               ELSE
                   DISPLAY 'WARNING - ADJUSTMENT TABLE FULL AT '
                   END-IF
               END-IF
           END-IF.
       1190-LOAD-PERK-VAL-PARA.
           OPEN INPUT PERK-VAL-FILE
           IF WS-FILE-STAT34 = '00'
               PERFORM 1195-READ-PERK-VAL-PARA
                   UNTIL END-OF-PERK-VALS
               CLOSE PERK-VAL-FILE
               DISPLAY 'PERQUISITE VALUATION TYPES LOADED: '
                   WS-PVL-COUNT
           ELSE
               DISPLAY 'PERKVAL.DAT NOT PRESENT - PERQUISITES '
                   'TAXED AT THEIR KEYED MONTHLY VALUE'
           END-IF.
       1195-READ-PERK-VAL-PARA.
           READ PERK-VAL-FILE
               AT END
                   MOVE 'Y' TO WS-PVL-EOF-FLAG
               NOT AT END
                   IF WS-PVL-COUNT < 50
                       ADD 1 TO WS-PVL-COUNT
                       MOVE PVL-TYPE    TO TBL-PVL-TYPE(WS-PVL-COUNT)
                       MOVE PVL-PCT     TO TBL-PVL-PCT(WS-PVL-COUNT)
                       MOVE PVL-MONTHLY TO
                           TBL-PVL-MONTHLY(WS-PVL-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PERQUISITE VALUATION '
                           'TABLE FULL AT 50 - ' PVL-TYPE ' IGNORED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
      *****************************************************
      *  A COMPONENT NOT ON PAYCOMP.DAT, OR NO PAYCOMP.DAT  *
      *  AT ALL, COUNTS IN EVERY BASE.                      *
      *****************************************************
       1191-LOAD-COMPONENT-PARA.
           OPEN INPUT PAY-COMP-FILE
           IF WS-FILE-STAT36 = '00'
               PERFORM 1196-READ-COMPONENT-PARA
                   UNTIL END-OF-COMPONENTS
               CLOSE PAY-COMP-FILE
               DISPLAY 'PAY COMPONENTS LOADED: ' WS-PCM-COUNT
           ELSE
               DISPLAY 'PAYCOMP.DAT NOT PRESENT - EVERY COMPONENT '
                   'TAXABLE, INSURABLE AND PENSIONABLE'
           END-IF.
       1196-READ-COMPONENT-PARA.
           READ PAY-COMP-FILE
               AT END
                   MOVE 'Y' TO WS-PCM-EOF-FLAG
               NOT AT END
                   IF WS-PCM-COUNT < 50
                       ADD 1 TO WS-PCM-COUNT
                       MOVE PCM-CODE    TO TBL-PCM-CODE(WS-PCM-COUNT)
                       MOVE PCM-TAXABLE TO
                           TBL-PCM-TAXABLE(WS-PCM-COUNT)
                       MOVE PCM-SI      TO TBL-PCM-SI(WS-PCM-COUNT)
                       MOVE PCM-PENSION TO
                           TBL-PCM-PENSION(WS-PCM-COUNT)
                   ELSE
                       DISPLAY 'WARNING - PAY COMPONENT TABLE FULL '
                           'AT 50 - ' PCM-CODE ' IGNORED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1500-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   IF WS-PART-HIGH-ID NOT = SPACES
                       AND EMP-ID > WS-PART-HIGH-ID
                       MOVE 'Y' TO WS-FILE-FLAG
                   ELSE
                       ADD 1 TO WS-TOT-READ
                   END-IF
           END-READ.
      *****************************************************
      *  RESTART: EVERY OUTPUT GOES BACK TO WHERE IT STOOD  *
      *  AT THE CHECKPOINT BEFORE THE RUN CARRIES ON.  THE  *
      *  KEYED OUTPUTS LOSE EVERY RECORD PAST THE           *
      *  CHECKPOINT EMP-ID; THE SEQUENTIAL ONES ARE COPIED  *
      *  OUT TO PAYRSTW.DAT UP TO THE CHECKPOINTED COUNT    *
      *  AND BACK AGAIN, WHICH LEAVES EACH OPEN AT ITS END  *
      *  READY FOR THE NEXT WRITE.                          *
      *****************************************************
       1600-RESTART-OUTPUTS-PARA.
           PERFORM 1660-TRIM-NETPAY-PARA
           IF STATDED-FILE-OPEN
               PERFORM 1630-TRIM-STATDED-PARA
           END-IF
           IF GARNISH-FILE-OPEN
               PERFORM 1645-TRIM-GARNREM-PARA
           END-IF
           IF SI-CONFIGURED
               PERFORM 1635-TRIM-SIEMPLR-PARA
           END-IF
           IF PENSION-FILE-OPEN
               PERFORM 1640-TRIM-PENCONTR-PARA
           END-IF
           PERFORM 1665-TRIM-EXPPAID-PARA.
       1620-TRIM-REPORT-PARA.
           MOVE WS-CNT-REPORT TO WS-RST-KEEP
           MOVE WS-PAYRPT-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT REPORT-FILE
           IF WS-FILE-STAT4 = '00'
               PERFORM 1621-SAVE-REPORT-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE REPORT-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT REPORT-FILE
           PERFORM 1622-LOAD-REPORT-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1621-SAVE-REPORT-PARA.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE REPORT-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1622-LOAD-REPORT-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-READ.
       1625-TRIM-CONTR-PARA.
           MOVE WS-CNT-CONTR TO WS-RST-KEEP
           MOVE WS-CONTRRPT-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT CONTR-REPORT-FILE
           IF WS-FILE-STAT26 = '00'
               PERFORM 1626-SAVE-CONTR-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE CONTR-REPORT-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT CONTR-REPORT-FILE
           PERFORM 1627-LOAD-CONTR-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1626-SAVE-CONTR-PARA.
           READ CONTR-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE CONTR-REPORT-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1627-LOAD-CONTR-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO CONTR-REPORT-RECORD
                   WRITE CONTR-REPORT-RECORD
           END-READ.
       1630-TRIM-STATDED-PARA.
           MOVE WS-CNT-STATDED TO WS-RST-KEEP
           MOVE WS-STATDED-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT STATDED-FILE
           IF WS-FILE-STAT10 = '00'
               PERFORM 1631-SAVE-STATDED-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE STATDED-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT STATDED-FILE
           PERFORM 1632-LOAD-STATDED-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1631-SAVE-STATDED-PARA.
           READ STATDED-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE DEDDETL-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1632-LOAD-STATDED-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO DEDDETL-RECORD
                   WRITE DEDDETL-RECORD
           END-READ.
       1635-TRIM-SIEMPLR-PARA.
           MOVE WS-CNT-SIEMPLR TO WS-RST-KEEP
           MOVE WS-SIEMPLR-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT SI-EMPLR-FILE
           IF WS-FILE-STAT11 = '00'
               PERFORM 1636-SAVE-SIEMPLR-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE SI-EMPLR-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT SI-EMPLR-FILE
           PERFORM 1637-LOAD-SIEMPLR-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1636-SAVE-SIEMPLR-PARA.
           READ SI-EMPLR-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE SI-EMPLR-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1637-LOAD-SIEMPLR-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO SI-EMPLR-RECORD
                   WRITE SI-EMPLR-RECORD
           END-READ.
       1640-TRIM-PENCONTR-PARA.
           MOVE WS-CNT-PENCONTR TO WS-RST-KEEP
           MOVE WS-PENCONTR-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT PEN-CONTRIB-FILE
           IF WS-FILE-STAT13 = '00'
               PERFORM 1641-SAVE-PENCONTR-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE PEN-CONTRIB-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT PEN-CONTRIB-FILE
           PERFORM 1642-LOAD-PENCONTR-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1641-SAVE-PENCONTR-PARA.
           READ PEN-CONTRIB-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE PEN-CONTRIB-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1642-LOAD-PENCONTR-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO PEN-CONTRIB-RECORD
                   WRITE PEN-CONTRIB-RECORD
           END-READ.
       1645-TRIM-GARNREM-PARA.
           MOVE WS-CNT-GARNREM TO WS-RST-KEEP
           MOVE WS-GARNREM-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT GARN-REMIT-FILE
           IF WS-FILE-STAT16 = '00'
               PERFORM 1646-SAVE-GARNREM-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE GARN-REMIT-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT GARN-REMIT-FILE
           PERFORM 1647-LOAD-GARNREM-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1646-SAVE-GARNREM-PARA.
           READ GARN-REMIT-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE GARN-REMIT-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1647-LOAD-GARNREM-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO GARN-REMIT-RECORD
                   WRITE GARN-REMIT-RECORD
           END-READ.
       1650-TRIM-POST-LOG-PARA.
           MOVE WS-CNT-PAYPOST TO WS-RST-KEEP
           MOVE WS-PAYPOST-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT PAY-POST-FILE
           IF WS-FILE-STAT27 = '00'
               PERFORM 1651-SAVE-POST-LOG-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE PAY-POST-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT PAY-POST-FILE
           PERFORM 1652-LOAD-POST-LOG-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1651-SAVE-POST-LOG-PARA.
           READ PAY-POST-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE PAY-POSTING-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1652-LOAD-POST-LOG-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO PAY-POSTING-RECORD
                   WRITE PAY-POSTING-RECORD
           END-READ.
       1655-TRIM-OFCPAID-PARA.
           MOVE WS-CNT-OFCPAID TO WS-RST-KEEP
           MOVE WS-OFCPAID-ASGN TO WS-RST-NAME
           PERFORM 1700-START-TRIM-PARA
           OPEN INPUT OFCPAID-FILE
           IF WS-FILE-STAT21 = '00'
               PERFORM 1656-SAVE-OFCPAID-PARA
                   UNTIL END-OF-RESTART-COPY
                      OR WS-RST-COPIED = WS-RST-KEEP
               CLOSE OFCPAID-FILE
           END-IF
           PERFORM 1710-TURN-TRIM-PARA
           OPEN OUTPUT OFCPAID-FILE
           PERFORM 1657-LOAD-OFCPAID-PARA
               UNTIL END-OF-RESTART-COPY
           CLOSE RESTART-WORK-FILE.
       1656-SAVE-OFCPAID-PARA.
           READ OFCPAID-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE OFCPAID-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RST-COPIED
           END-READ.
       1657-LOAD-OFCPAID-PARA.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO OFCPAID-RECORD
                   WRITE OFCPAID-RECORD
           END-READ.
       1660-TRIM-NETPAY-PARA.
           MOVE 'N' TO WS-RST-EOF-FLAG
           OPEN I-O NETPAY-FILE
           IF WS-FILE-STAT3 = '00'
               MOVE WS-CKPT-LAST-ID TO NP-EMP-ID
               START NETPAY-FILE KEY > NP-EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-RST-EOF-FLAG
               END-START
               PERFORM 1661-DROP-NETPAY-PARA
                   UNTIL END-OF-RESTART-COPY
               CLOSE NETPAY-FILE
               OPEN EXTEND NETPAY-FILE
           ELSE
               OPEN OUTPUT NETPAY-FILE
           END-IF.
       1661-DROP-NETPAY-PARA.
           READ NETPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   DELETE NETPAY-FILE RECORD
           END-READ.
       1665-TRIM-EXPPAID-PARA.
           MOVE 'N' TO WS-RST-EOF-FLAG
           OPEN I-O EXP-PAID-FILE
           IF WS-FILE-STAT19 = '00'
               MOVE WS-CKPT-LAST-ID TO EXP-EMP-ID
               START EXP-PAID-FILE KEY > EXP-EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-RST-EOF-FLAG
               END-START
               PERFORM 1666-DROP-EXPPAID-PARA
                   UNTIL END-OF-RESTART-COPY
               CLOSE EXP-PAID-FILE
               OPEN EXTEND EXP-PAID-FILE
           ELSE
               OPEN OUTPUT EXP-PAID-FILE
           END-IF.
       1666-DROP-EXPPAID-PARA.
           READ EXP-PAID-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   DELETE EXP-PAID-FILE RECORD
           END-READ.
       1670-COUNT-POST-PARA.
           READ PAY-POST-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CNT-PAYPOST
           END-READ.
       1675-COUNT-OFCPAID-PARA.
           READ OFCPAID-FILE
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CNT-OFCPAID
           END-READ.
      *****************************************************
      *  THE BEFORE-IMAGE FILE STARTS EMPTY ON A FRESH      *
      *  COMMITTING RUN.  ON A RESTART IT IS WHAT PUTS THE  *
      *  LOAN, ORDER AND RECOVERY LEDGERS BACK: EVERY IMAGE *
      *  FOR AN EMP-ID PAST THE CHECKPOINT IS RESTORED (OR  *
      *  THE RECORD THE RUN CREATED IS DELETED) AND         *
      *  DROPPED, SO THOSE EMPLOYEES ARE POSTED AFRESH,     *
      *  ONCE.  WITHOUT THE FILE A RESTART CANNOT BE MADE   *
      *  SAFE, SO THE RUN STOPS AND THE CHECKPOINT IS LEFT  *
      *  AS IT WAS.                                         *
      *****************************************************
       1680-OPEN-UNDO-PARA.
           IF RESTART-RUN
               OPEN I-O PAY-UNDO-FILE
           ELSE
               OPEN OUTPUT PAY-UNDO-FILE
               CLOSE PAY-UNDO-FILE
               OPEN I-O PAY-UNDO-FILE
           END-IF
           IF WS-FILE-STAT30 = '00'
               MOVE 'Y' TO WS-UNDO-OPEN-FLAG
               IF RESTART-RUN
                   PERFORM 1685-UNDO-LEDGERS-PARA
               END-IF
           ELSE
               DISPLAY 'PAYUNDO.DAT OPEN FAILED - STATUS '
                   WS-FILE-STAT30 ' - RUN STOPPED'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 'Y' TO WS-CKPT-HOLD-FLAG
               MOVE 12 TO RETURN-CODE
           END-IF.
       1685-UNDO-LEDGERS-PARA.
           MOVE 'N'        TO WS-UNDO-EOF-FLAG
           MOVE LOW-VALUES TO PUN-KEY
           START PAY-UNDO-FILE KEY NOT < PUN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UNDO-EOF-FLAG
           END-START
           PERFORM 1686-UNDO-ONE-PARA UNTIL END-OF-UNDO
           DISPLAY 'LEDGER RECORDS PUT BACK: ' WS-TOT-UNDONE.
       1686-UNDO-ONE-PARA.
           READ PAY-UNDO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-UNDO-EOF-FLAG
               NOT AT END
                   IF PUN-EMP-ID > WS-CKPT-LAST-ID
                       PERFORM 1687-RESTORE-IMAGE-PARA
                       DELETE PAY-UNDO-FILE RECORD
                       ADD 1 TO WS-TOT-UNDONE
                   END-IF
           END-READ.
       1687-RESTORE-IMAGE-PARA.
           IF PUN-LOAN AND LOAN-FILE-OPEN
               MOVE PUN-IMAGE TO LOAN-RECORD
               REWRITE LOAN-RECORD
           END-IF
           IF PUN-ORDER AND GARNISH-FILE-OPEN
               MOVE PUN-IMAGE TO GARNISH-RECORD
               REWRITE GARNISH-RECORD
           END-IF
           IF PUN-RECOVERY AND RECOVERY-FILE-OPEN
               IF PUN-REMOVE
                   MOVE PUN-EMP-ID TO RCV-EMP-ID
                   DELETE RECOVERY-LEDGER RECORD
               ELSE
                   MOVE PUN-IMAGE TO RECOVERY-RECORD
                   REWRITE RECOVERY-RECORD
               END-IF
           END-IF.
       1690-REPOSITION-MASTER-PARA.
           IF WS-CKPT-LAST-ID = SPACES
               PERFORM 1695-POSITION-PARTITION-PARA
           ELSE
               MOVE WS-CKPT-LAST-ID TO EMP-ID
               START EMPLOYEE-MASTER KEY > EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-FLAG
               END-START
           END-IF.
       1695-POSITION-PARTITION-PARA.
           IF WS-PART-LOW-ID NOT = SPACES
               MOVE WS-PART-LOW-ID TO EMP-ID
               START EMPLOYEE-MASTER KEY NOT < EMP-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-FILE-FLAG
               END-START
           END-IF.
       1700-START-TRIM-PARA.
           MOVE ZERO TO WS-RST-COPIED
           MOVE 'N'  TO WS-RST-EOF-FLAG
           OPEN OUTPUT RESTART-WORK-FILE.
       1710-TURN-TRIM-PARA.
           CLOSE RESTART-WORK-FILE
           IF WS-RST-COPIED < WS-RST-KEEP
               DISPLAY 'WARNING - ' WS-RST-NAME ' HELD ONLY '
                   WS-RST-COPIED ' OF THE ' WS-RST-KEEP
                   ' RECORDS CHECKPOINTED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'N' TO WS-RST-EOF-FLAG
           OPEN INPUT RESTART-WORK-FILE.
       2000-PROCESS-PARA.
           IF EMP-ACTIVE
               PERFORM 2005-PAY-GROUP-PARA
               IF GROUP-DUE
                   PERFORM 2010-CHECK-ELIGIBLE-PARA
                   IF OFC-ID-LISTED
                       PERFORM 2100-CALC-TAX-PARA
                       PERFORM 2200-WRITE-NETPAY-PARA
                       PERFORM 2300-WRITE-DETAIL-PARA
                       ADD 1 TO WS-TOT-PAID
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-NOT-DUE
               END-IF
               MOVE WS-RUN-PERIOD      TO WS-CURR-PERIOD
               MOVE WS-RUN-PREV-PERIOD TO WS-PREV-PERIOD
               MOVE WS-RUN-PAY-DATE    TO WS-PAY-DATE
           ELSE
               IF EMP-ON-LEAVE
                   ADD 1 TO WS-TOT-LOA
               ELSE
                   ADD 1 TO WS-TOT-SKIPPED
               END-IF
           END-IF
           IF FINAL-RUN
               PERFORM 8000-CHECKPOINT-PARA
           END-IF
           PERFORM 1500-READ-MASTER-PARA.
      *****************************************************
      *  THE EMPLOYEE'S PAY GROUP.  THE STANDARD GROUP      *
      *  KEEPS THE RUN'S PERIOD.  A NAMED GROUP IS DUE ONLY *
      *  ON ITS OWN PERIOD'S END DATE, OR IN AN OFF-CYCLE   *
      *  RUN, AND WHILE THIS EMPLOYEE IS WORKED THE         *
      *  GROUP'S PERIOD, PREVIOUS PERIOD AND PAY DATE STAND *
      *  IN FOR THE RUN'S - 2000 PUTS THEM BACK.  WITH NO   *
      *  PAYCAL.DAT AT ALL EVERY GROUP IS PAID MONTHLY, AS  *
      *  BEFORE THE GROUPS EXISTED.                         *
      *****************************************************
       2005-PAY-GROUP-PARA.
           MOVE SPACES TO WS-PAY-GROUP
           MOVE 'Y'    TO WS-GRP-DUE-FLAG
           MOVE 12     TO WS-GRP-PER-YEAR
           IF EMPTYPE-FILE-OPEN
               MOVE EMP-ID TO ETY-EMP-ID
               READ EMPTYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ETY-PAY-GROUP TO WS-PAY-GROUP
               END-READ
           END-IF
           IF NOT STANDARD-GROUP
               PERFORM 2007-GROUP-PERIOD-PARA
           END-IF.
       2007-GROUP-PERIOD-PARA.
           MOVE WS-TODAY-NUM TO PCQ-DATE
           MOVE WS-PAY-GROUP TO PCQ-GROUP
           CALL 'PAYCALLK' USING PAYCAL-REQUEST
           EVALUATE TRUE
               WHEN PCQ-DEFAULTED
                   MOVE SPACES TO WS-PAY-GROUP
               WHEN PCQ-GROUP NOT = WS-PAY-GROUP
                   MOVE 'N' TO WS-GRP-DUE-FLAG
                   DISPLAY 'PAY GROUP ' WS-PAY-GROUP ' HAS NO '
                       'PAYCAL.DAT PERIOD FOR ' WS-TODAY-NUM
                       ' - ' EMP-ID ' NOT PAID'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN PCQ-END NOT = WS-TODAY-NUM
                   AND NOT OFFCYCLE-RUN
                   MOVE 'N' TO WS-GRP-DUE-FLAG
               WHEN OTHER
                   MOVE PCQ-PERIOD   TO WS-CURR-PERIOD
                   MOVE PCQ-PAY-DATE TO WS-PAY-DATE
                   MOVE PCQ-START    TO WS-GRP-START
                   MOVE PCQ-END      TO WS-GRP-END
                   MOVE PCQ-PER-YEAR TO WS-GRP-PER-YEAR
                   IF WS-CURR-PERIOD-MM = 1
                       COMPUTE WS-PREV-PERIOD =
                           ((WS-CURR-PERIOD-YR - 1) * 100)
                           + WS-GRP-PER-YEAR
                   ELSE
                       COMPUTE WS-PREV-PERIOD = WS-CURR-PERIOD - 1
                   END-IF
           END-EVALUATE.
      *****************************************************
      *  OFF-CYCLE PAYS ONLY THE NAMED LIST; A REGULAR      *
      *  FINAL RUN SKIPS ANYONE ALREADY PAID OFF-CYCLE FOR  *
      *  THIS PERIOD AND SAYS SO ON THE REGISTER.           *
      *****************************************************
       2010-CHECK-ELIGIBLE-PARA.
           MOVE 'Y' TO WS-OFC-FOUND-FLAG
           IF OFFCYCLE-RUN
               MOVE 'N' TO WS-OFC-FOUND-FLAG
               PERFORM VARYING WS-OFC-SUB FROM 1 BY 1
                       UNTIL WS-OFC-SUB > WS-OFC-COUNT
                   IF TBL-OFC-EMP-ID(WS-OFC-SUB) = EMP-ID
                       MOVE 'Y' TO WS-OFC-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT OFC-ID-LISTED
                   ADD 1 TO WS-TOT-NOT-LISTED
               END-IF
           ELSE
               PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                       UNTIL WS-PAID-SUB > WS-PAID-COUNT
                   IF TBL-PAID-EMP-ID(WS-PAID-SUB) = EMP-ID
                       MOVE 'N' TO WS-OFC-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT OFC-ID-LISTED
                   ADD 1 TO WS-TOT-OFC-SKIPPED
                   MOVE EMP-ID TO OSK-EMP-ID
                   WRITE REPORT-RECORD FROM OFCSKIP-LINE
                   ADD 1 TO WS-CNT-REPORT
               END-IF
           END-IF.
       2100-CALC-TAX-PARA.
           PERFORM 2050-GET-ADJ-PARA
           PERFORM 2080-SELECT-TAX-SET-PARA
           PERFORM 2055-CHECK-CONTRACTOR-PARA
           IF IS-CONTRACTOR
               PERFORM 2058-CONTRACTOR-BASE-PARA
           ELSE
               IF STANDARD-GROUP
                   PERFORM 2060-PRORATE-PARA
               ELSE
                   PERFORM 2065-PRORATE-GROUP-PARA
               END-IF
           END-IF
           IF STRUCT-FILE-OPEN AND NOT IS-CONTRACTOR
               PERFORM 2120-PAY-STRUCTURE-PARA
           ELSE
               MOVE 'N'  TO WS-STR-FLAG
               MOVE ZERO TO WS-STR-NONTAX WS-STR-NONTAX-TO-DATE
                            WS-STR-NONSI WS-STR-NONSI-PRIOR
                            WS-STR-NONPEN
           END-IF
           COMPUTE WS-GROSS = WS-BASE-EARN + WS-EMP-ADJ
      *    A NEGATIVE ADJUSTMENT LARGER THAN THE PERIOD'S
      *    EARNINGS CANNOT PAY A NEGATIVE GROSS - FLOOR AT
      *    ZERO AND COUNT IT; THE BALANCE BELONGS ON A
      *    SPREAD RECOVERY, NOT IN ONE PERIOD.
           IF WS-GROSS < ZERO
               MOVE ZERO TO WS-GROSS
               ADD 1 TO WS-TOT-GROSS-FLOORED
           END-IF
           ADD WS-EMP-ADJ TO WS-GRAND-ADJ
           IF DECL-FILE-OPEN
               PERFORM 2140-DECL-RELIEF-PARA
           ELSE
               MOVE ZERO TO WS-DECL-RELIEF WS-DECL-TO-DATE
           END-IF
           IF PERK-FILE-OPEN
               PERFORM 2130-PERK-VALUE-PARA
           ELSE
               MOVE ZERO TO WS-PERK-VALUE WS-PERK-TO-DATE
           END-IF
           IF CUMULATIVE-BASIS AND HIST-FILE-OPEN
               PERFORM 2160-CUMULATIVE-TAX-PARA
           ELSE
               COMPUTE WS-DECL-WORK = WS-GROSS - WS-STR-NONTAX
                   + WS-PERK-VALUE - WS-DECL-RELIEF
               IF WS-DECL-WORK < ZERO
                   MOVE ZERO TO WS-DECL-WORK
               END-IF
               MOVE WS-DECL-WORK TO WS-TAX-BASE
               PERFORM 2145-TAX-ON-BASE-PARA
           END-IF
           IF SI-CONFIGURED
               PERFORM 2175-CALC-SI-PARA
           ELSE
               MOVE ZERO TO WS-SI-EE WS-SI-ER
           END-IF
           IF PENSION-FILE-OPEN
               PERFORM 2185-CALC-PENSION-PARA
           ELSE
               MOVE ZERO TO WS-PEN-EE WS-PEN-ER
           END-IF
           IF LOAN-FILE-OPEN
               PERFORM 2190-RECOVER-LOANS-PARA
           ELSE
               MOVE ZERO TO WS-LOAN-DED
           END-IF
           MOVE ZERO TO WS-EMP-INS
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-COUNT
               IF TBL-INS-EMP-ID(WS-INS-SUB) = EMP-ID
                   MOVE TBL-INS-AMT(WS-INS-SUB) TO WS-EMP-INS
               END-IF
           END-PERFORM
           COMPUTE WS-TOT-DEDN = EMP-DEDN + WS-SI-EE + WS-PEN-EE
               + WS-LOAN-DED + WS-EMP-INS
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-TOT-DEDN
           MOVE SPACES TO OUT-FLAG
           MOVE ZERO TO WS-SHORTFALL
           IF WS-NET < ZERO
               COMPUTE WS-SHORTFALL = ZERO - WS-NET
               MOVE ZERO TO WS-NET
               MOVE 'HELD' TO OUT-FLAG
               ADD 1 TO WS-TOT-HELD
               ADD WS-SHORTFALL TO WS-GRAND-SHORTFALL
           IF TRIAL-RUN AND HIST-FILE-OPEN
               PERFORM 2170-CHECK-VARIANCE-PARA
           END-IF.
      *****************************************************
      *  THE PREVIOUS PERIOD'S NET IS THE SUM OF ITS        *
      *  PAY-HISTORY ENTRIES, SO A PERIOD THAT WAS          *
      *  REVERSED AND RERUN COMPARES AGAINST WHAT WAS       *
      *  FINALLY PAID, NOT THE RUN THAT WAS BACKED OUT.     *
      *****************************************************
       2170-CHECK-VARIANCE-PARA.
           MOVE ZERO TO WS-PREV-NET
           MOVE 'N'  TO WS-PREV-EOF-FLAG
           MOVE EMP-ID         TO PH-EMP-ID
           MOVE WS-PREV-PERIOD TO PH-PERIOD
           MOVE ZERO           TO PH-SEQ
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PREV-EOF-FLAG
           END-START
           PERFORM 2172-SUM-PREV-HIST-PARA
               UNTIL END-OF-PREV-HIST
           IF WS-PREV-NET > ZERO
               IF WS-NET > WS-PREV-NET
                   COMPUTE WS-NET-MOVE = WS-NET - WS-PREV-NET
               ELSE
                   COMPUTE WS-NET-MOVE = WS-PREV-NET - WS-NET
               END-IF
               COMPUTE WS-MOVE-PCT ROUNDED =
                   WS-NET-MOVE * 100 / WS-PREV-NET
               IF WS-MOVE-PCT > WS-VAR-PCT
                   MOVE 'VAR*' TO OUT-VAR-FLAG
                   ADD 1 TO WS-TOT-VARIANCE
               END-IF
           END-IF.
       2172-SUM-PREV-HIST-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PREV-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                       OR PH-PERIOD NOT = WS-PREV-PERIOD
                       MOVE 'Y' TO WS-PREV-EOF-FLAG
                   ELSE
                       ADD PH-NET TO WS-PREV-NET
                   END-IF
           END-READ.
      *****************************************************
      *  SOCIAL INSURANCE ON GROSS UP TO THE ANNUAL CAP.    *
      *  THE YTD GROSS OFF PAYHIST.DAT SAYS HOW MUCH CAP    *
      *  ROOM IS LEFT; ON THE CUMULATIVE TAX BASIS THE YTD  *
      *  SUM WAS ALREADY BUILT FOR THIS EMPLOYEE.           *
      *  PAY-STRUCTURE COMPONENTS OUTSIDE THE SI BASE COME  *
      *  OFF BOTH THIS PERIOD'S GROSS AND THE YEAR'S.       *
      *****************************************************
       2175-CALC-SI-PARA.
           IF HIST-FILE-OPEN
           ELSE
               MOVE ZERO TO WS-YTD-GROSS
           END-IF
           IF WS-YTD-GROSS > WS-STR-NONSI-PRIOR
               COMPUTE WS-STR-SI-YTD =
                   WS-YTD-GROSS - WS-STR-NONSI-PRIOR
           ELSE
               MOVE ZERO TO WS-STR-SI-YTD
           END-IF
           IF WS-GROSS > WS-STR-NONSI
               COMPUTE WS-STR-SI-GROSS = WS-GROSS - WS-STR-NONSI
           ELSE
               MOVE ZERO TO WS-STR-SI-GROSS
           END-IF
           IF WS-STR-SI-YTD < WS-SI-CAP
               COMPUTE WS-SI-ROOM = WS-SI-CAP - WS-STR-SI-YTD
           ELSE
               MOVE ZERO TO WS-SI-ROOM
           END-IF
           IF WS-STR-SI-GROSS < WS-SI-ROOM
               MOVE WS-STR-SI-GROSS TO WS-SI-BASE
           ELSE
               MOVE WS-SI-ROOM TO WS-SI-BASE
           END-IF
      *  PENSION: THE MEMBER'S PERCENTAGE OF GROSS COMES    *
      *  OUT OF NET, THE EMPLOYER MATCH IS COMPUTED         *
      *  ALONGSIDE BUT NEVER TOUCHES NET.  SUSPENDED        *
      *  MEMBERS CONTRIBUTE NOTHING.  PAY-STRUCTURE         *
      *  COMPONENTS THAT ARE NOT PENSIONABLE COME OFF GROSS *
      *  FIRST.                                             *
      *****************************************************
       2185-CALC-PENSION-PARA.
           MOVE ZERO TO WS-PEN-EE WS-PEN-ER
           MOVE 'N'  TO WS-PEN-MEMBER-FLAG
           IF WS-GROSS > WS-STR-NONPEN
               COMPUTE WS-STR-PEN-GROSS = WS-GROSS - WS-STR-NONPEN
           ELSE
               MOVE ZERO TO WS-STR-PEN-GROSS
           END-IF
           MOVE EMP-ID TO PEN-EMP-ID
           READ PENSION-MASTER
               INVALID KEY
                   IF PEN-ACTIVE
                       MOVE 'Y' TO WS-PEN-MEMBER-FLAG
                       COMPUTE WS-PEN-EE ROUNDED =
                           WS-STR-PEN-GROSS * PEN-PCT / 100
                       COMPUTE WS-PEN-ER ROUNDED =
                           WS-STR-PEN-GROSS * PEN-MATCH-PCT / 100
                   END-IF
           END-READ.
       2055-CHECK-CONTRACTOR-PARA.
           MOVE WS-CONTR-HOURS TO OUT-CT-HOURS
           MOVE WS-CONTR-RATE  TO OUT-CT-RATE
           MOVE WS-BASE-EARN   TO OUT-CT-GROSS
           WRITE CONTR-REPORT-RECORD FROM CONTR-DETAIL-LINE
           ADD 1 TO WS-CNT-CONTR.
      *****************************************************
      *  A HIRE OR TERMINATION DATE INSIDE THE CURRENT      *
      *  PERIOD PRORATES EMP-EARN OVER THE CALENDAR DAYS IN *
      *  THE PERIOD'S MONTH - THE SAME DAILY CONVENTION     *
      *  EMPSETTL USES.  JOINERS EARN FROM THE HIRE DAY TO  *
      *  MONTH-END, LEAVERS FROM THE 1ST TO THE TERMINATION *
      *  DAY, EITHER WAY CAPPED AT THE FULL MONTH.          *
      *****************************************************
       2060-PRORATE-PARA.
           MOVE 'N' TO WS-PRO-FLAG
           MOVE EMP-EARN TO WS-BASE-EARN
           MOVE 'LD' TO DTQ-FUNCTION
           COMPUTE DTQ-DATE-1 = (WS-CURR-PERIOD * 100) + 1
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK
               MOVE DTQ-RESULT-DATE(7:2) TO WS-PERIOD-DAYS
           ELSE
               MOVE 30 TO WS-PERIOD-DAYS
           END-IF
           MOVE WS-PERIOD-DAYS TO WS-PRO-DAYS
           COMPUTE WS-HIRE-PERIOD =
               (EMP-HIRE-YR * 100) + EMP-HIRE-MM
           IF WS-HIRE-PERIOD = WS-CURR-PERIOD
               AND EMP-HIRE-DD > 1
               COMPUTE WS-PRO-DAYS =
                   WS-PERIOD-DAYS - EMP-HIRE-DD + 1
               MOVE 'Y' TO WS-PRO-FLAG
           END-IF
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > ZERO
               END-IF
           END-IF
           IF PRORATED-PERIOD
               IF WS-PRO-DAYS > WS-PERIOD-DAYS
                   MOVE WS-PERIOD-DAYS TO WS-PRO-DAYS
               END-IF
               COMPUTE WS-DAILY-RATE ROUNDED =
                   EMP-EARN / WS-PERIOD-DAYS
               COMPUTE WS-BASE-EARN ROUNDED =
                   EMP-EARN * WS-PRO-DAYS / WS-PERIOD-DAYS
               ADD 1 TO WS-TOT-PRORATED
           END-IF.
      *****************************************************
      *  A NAMED PAY GROUP EARNS EMP-EARN AT TWELVE OVER    *
      *  ITS PERIODS A YEAR, AND A HIRE OR TERMINATION      *
      *  DATE INSIDE THE GROUP'S PERIOD PRORATES THAT OVER  *
      *  THE PERIOD'S CALENDAR DAYS, THE SAME WAY 2060 DOES *
      *  THE MONTH.                                         *
      *****************************************************
       2065-PRORATE-GROUP-PARA.
           MOVE 'N' TO WS-PRO-FLAG
           COMPUTE WS-GRP-EARN ROUNDED =
               EMP-EARN * 12 / WS-GRP-PER-YEAR
           MOVE WS-GRP-EARN  TO WS-BASE-EARN
           MOVE 'DB'         TO DTQ-FUNCTION
           MOVE WS-GRP-START TO DTQ-DATE-1
           MOVE WS-GRP-END   TO DTQ-DATE-2
           CALL 'DATECALC' USING DATECALC-REQUEST
           IF DTQ-OK AND DTQ-RESULT-DAYS NOT < ZERO
               COMPUTE WS-PERIOD-DAYS = DTQ-RESULT-DAYS + 1
           ELSE
               COMPUTE WS-PERIOD-DAYS = 364 / WS-GRP-PER-YEAR
           END-IF
           MOVE WS-PERIOD-DAYS TO WS-PRO-DAYS
           MOVE EMP-HIRE-DATE  TO WS-GRP-HIRE-DATE
           IF WS-GRP-HIRE-DATE > WS-GRP-START
               AND WS-GRP-HIRE-DATE NOT > WS-GRP-END
               MOVE WS-GRP-HIRE-DATE TO DTQ-DATE-1
               MOVE WS-GRP-END       TO DTQ-DATE-2
               CALL 'DATECALC' USING DATECALC-REQUEST
               IF DTQ-OK
                   COMPUTE WS-PRO-DAYS = DTQ-RESULT-DAYS + 1
                   MOVE 'Y' TO WS-PRO-FLAG
               END-IF
           END-IF
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > ZERO
               MOVE EMP-TERM-DATE TO WS-GRP-TERM-DATE
               IF WS-GRP-TERM-DATE NOT < WS-GRP-START
                   AND WS-GRP-TERM-DATE NOT > WS-GRP-END
                   MOVE WS-GRP-START     TO DTQ-DATE-1
                   MOVE WS-GRP-TERM-DATE TO DTQ-DATE-2
                   CALL 'DATECALC' USING DATECALC-REQUEST
                   IF DTQ-OK
                       COMPUTE WS-PRO-DAYS = DTQ-RESULT-DAYS + 1
                       MOVE 'Y' TO WS-PRO-FLAG
                   END-IF
               END-IF
           END-IF
           IF PRORATED-PERIOD
               IF WS-PRO-DAYS > WS-PERIOD-DAYS
                   MOVE WS-PERIOD-DAYS TO WS-PRO-DAYS
               END-IF
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-GRP-EARN / WS-PERIOD-DAYS
               COMPUTE WS-BASE-EARN ROUNDED =
                   WS-GRP-EARN * WS-PRO-DAYS / WS-PERIOD-DAYS
               ADD 1 TO WS-TOT-PRORATED
           END-IF.
      *****************************************************
           MOVE EMP-ID TO RCV-EMP-ID
           READ RECOVERY-LEDGER
               INVALID KEY
                   MOVE 'D'            TO WUN-ACTION
                   PERFORM 2187-SAVE-RECOVERY-PARA
                   MOVE EMP-ID         TO RCV-EMP-ID
                   MOVE WS-SHORTFALL   TO RCV-BALANCE
                   MOVE WS-SHORTFALL   TO RCV-ACCUM
                   MOVE WS-CURR-PERIOD TO RCV-LAST-PERIOD
                   WRITE RECOVERY-RECORD
               NOT INVALID KEY
                   MOVE 'R'            TO WUN-ACTION
                   PERFORM 2187-SAVE-RECOVERY-PARA
                   ADD WS-SHORTFALL    TO RCV-BALANCE
                   ADD WS-SHORTFALL    TO RCV-ACCUM
                   MOVE WS-CURR-PERIOD TO RCV-LAST-PERIOD
                   REWRITE RECOVERY-RECORD
           END-READ
           MOVE 'SHT'        TO WS-PST-TYPE
           MOVE ZERO         TO WS-PST-REF WS-PST-PRIOR
           MOVE WS-SHORTFALL TO WS-PST-AMOUNT
           MOVE 'N'          TO WS-PST-CLOSED
           PERFORM 2186-LOG-POSTING-PARA.
      *****************************************************
      *  RECOVER AN OUTSTANDING OVERPAYMENT FROM A          *
      *  POSITIVE NET, NEVER MORE THAN THE PARM'S CAP       *
                       SUBTRACT WS-RCV-TAKE FROM WS-NET
                       ADD WS-RCV-TAKE TO WS-GRAND-RECOVERED
                       IF FINAL-RUN
                           MOVE 'R' TO WUN-ACTION
                           PERFORM 2187-SAVE-RECOVERY-PARA
                           SUBTRACT WS-RCV-TAKE FROM RCV-BALANCE
                           ADD WS-RCV-TAKE TO RCV-RECOVERED
                           MOVE WS-CURR-PERIOD TO RCV-LAST-PERIOD
                           REWRITE RECOVERY-RECORD
                           MOVE 'OVR'       TO WS-PST-TYPE
                           MOVE ZERO        TO WS-PST-REF
                                               WS-PST-PRIOR
                           MOVE WS-RCV-TAKE TO WS-PST-AMOUNT
                           MOVE 'N'         TO WS-PST-CLOSED
                           PERFORM 2186-LOG-POSTING-PARA
                       END-IF
                   END-IF
           END-READ.
           SUBTRACT WS-GARN-TAKE FROM WS-NET
           ADD WS-GARN-TAKE TO WS-GARN-DED
           IF FINAL-RUN
               MOVE 'G'            TO WUN-LEDGER
               MOVE GRN-KEY        TO WUN-REC-KEY
               MOVE 'R'            TO WUN-ACTION
               MOVE GARNISH-RECORD TO WUN-IMAGE
               PERFORM 2189-SAVE-IMAGE-PARA
               MOVE 'GRN'         TO WS-PST-TYPE
               MOVE GRN-PRIORITY  TO WS-PST-REF
               MOVE WS-GARN-TAKE  TO WS-PST-AMOUNT
               MOVE GRN-ARREARS   TO WS-PST-PRIOR
               MOVE 'N'           TO WS-PST-CLOSED
               MOVE WS-GARN-SHORT TO GRN-ARREARS
               REWRITE GARNISH-RECORD
               PERFORM 2186-LOG-POSTING-PARA
               IF WS-GARN-TAKE > ZERO
                   MOVE EMP-ID         TO GRM-EMP-ID
                   MOVE WS-CURR-PERIOD TO GRM-PERIOD
                   MOVE WS-GARN-TAKE   TO GRM-AMOUNT
                   MOVE WS-GARN-SHORT  TO GRM-SHORTFALL
                   WRITE GARN-REMIT-RECORD
                   ADD 1 TO WS-CNT-GARNREM
               END-IF
           END-IF.
      *****************************************************
           END-IF
           ADD WS-LOAN-REC TO WS-LOAN-DED
           IF FINAL-RUN
               MOVE 'L'         TO WUN-LEDGER
               MOVE LON-KEY     TO WUN-REC-KEY
               MOVE 'R'         TO WUN-ACTION
               MOVE LOAN-RECORD TO WUN-IMAGE
               PERFORM 2189-SAVE-IMAGE-PARA
               MOVE 'N' TO WS-PST-CLOSED
               SUBTRACT WS-LOAN-REC FROM LON-BALANCE
               IF LON-BALANCE = ZERO
                   MOVE 'C' TO LON-STATUS
                   MOVE 'Y' TO WS-PST-CLOSED
                   ADD 1 TO WS-TOT-LOANS-CLOSED
               END-IF
               REWRITE LOAN-RECORD
               MOVE 'LON'       TO WS-PST-TYPE
               MOVE LON-NO      TO WS-PST-REF
               MOVE WS-LOAN-REC TO WS-PST-AMOUNT
               MOVE ZERO        TO WS-PST-PRIOR
               PERFORM 2186-LOG-POSTING-PARA
           END-IF.
      *****************************************************
      *  ONE POSTING-LOG RECORD PER COMMITTED LEDGER        *
      *  MOVEMENT, BUILT FROM THE WS-PST- FIELDS THE        *
      *  CALLER HAS JUST SET.                               *
      *****************************************************
       2186-LOG-POSTING-PARA.
           IF POST-LOG-OPEN
               MOVE SPACES         TO PAY-POSTING-RECORD
               MOVE WS-CURR-PERIOD TO PPS-PERIOD
               MOVE WS-PST-TYPE    TO PPS-TYPE
               MOVE WS-TODAY-NUM   TO PPS-RUN-DATE
               MOVE EMP-ID         TO PPS-EMP-ID
               MOVE WS-PST-REF     TO PPS-REF
               MOVE WS-PST-AMOUNT  TO PPS-AMOUNT
               MOVE WS-PST-PRIOR   TO PPS-PRIOR
               MOVE WS-PAY-GROUP   TO PPS-PAY-GROUP
               IF WS-PST-CLOSED = 'Y'
                   MOVE 'Y' TO PPS-CLOSED
               END-IF
               WRITE PAY-POSTING-RECORD
               ADD 1 TO WS-CNT-PAYPOST
           END-IF.
      *****************************************************
      *  BEFORE A LEDGER RECORD IS FIRST CHANGED THIS RUN   *
      *  ITS IMAGE GOES TO PAYUNDO.DAT - OR, FOR A          *
      *  RECOVERY-LEDGER RECORD THE RUN IS ABOUT TO CREATE, *
      *  A NOTE TO DELETE IT.  A RECORD ALREADY SAVED KEEPS *
      *  ITS FIRST IMAGE.  THE CALLER SETS WUN-ACTION, AND  *
      *  FOR THE LOAN AND ORDER LEDGERS THE KEY AND IMAGE   *
      *  TOO.                                               *
      *****************************************************
       2187-SAVE-RECOVERY-PARA.
           MOVE 'R'             TO WUN-LEDGER
           MOVE EMP-ID          TO WUN-EMP-ID
           MOVE ZERO            TO WUN-REF
           MOVE SPACES          TO WUN-IMAGE
           IF WUN-RESTORE
               MOVE RECOVERY-RECORD TO WUN-IMAGE
           END-IF
           PERFORM 2189-SAVE-IMAGE-PARA.
       2189-SAVE-IMAGE-PARA.
           IF UNDO-FILE-OPEN
               MOVE WUN-KEY TO PUN-KEY
               READ PAY-UNDO-FILE
                   INVALID KEY
                       WRITE PAY-UNDO-RECORD FROM WS-UNDO-RECORD
               END-READ
           END-IF.
       2050-GET-ADJ-PARA.
           MOVE ZERO TO WS-EMP-ADJ
               MOVE TBL-RSET-RATE(WS-ACTIVE-SET WS-SUB)
                   TO TBL-RATE-PCT(WS-SUB)
           END-PERFORM.
      *****************************************************
      *  PAY STRUCTURE.  THE EMPLOYEE'S PAYSTRC.DAT RECORDS *
      *  ARE READ INTO A TABLE - THEY COME IN COMPONENT AND *
      *  EFFECTIVE-DATE ORDER - AND THE LATEST ONE PER      *
      *  COMPONENT EFFECTIVE BY THE PERIOD END IS MARKED IN *
      *  FORCE.  EACH RECORD IS THEN VALUED: ITS AMOUNT IF  *
      *  IN FORCE, PRORATED AND DE-ANNUALISED LIKE          *
      *  EMP-EARN, OTHERWISE ZERO.                          *
      *  THE VALUE PAID ON A RECORD BEFORE THIS PERIOD      *
      *  EXCLUDES THIS PERIOD'S OWN VALUE FROM AN EARLIER   *
      *  RUN, SO A RERUN REPLACES IT, AND GIVES THE YEAR'S  *
      *  NON-TAXABLE AND NON-INSURABLE PAY BEFORE THIS      *
      *  PERIOD.  ANY COMPONENT IN FORCE MAKES THE          *
      *  COMPONENTS THE PERIOD'S PAY; A FULL-MONTH TOTAL    *
      *  THAT IS NOT EMP-EARN IS AN EXCEPTION.              *
      *****************************************************
       2120-PAY-STRUCTURE-PARA.
           MOVE 'N'  TO WS-STR-FLAG WS-STR-EOF-FLAG
           MOVE ZERO TO WS-STR-COUNT WS-STR-FORCE-SUB WS-STR-FULL
                        WS-STR-TOTAL WS-STR-NONTAX
                        WS-STR-NONTAX-TO-DATE WS-STR-NONSI
                        WS-STR-NONSI-PRIOR WS-STR-NONPEN
           IF STANDARD-GROUP
               COMPUTE WS-STR-PER-END = (WS-CURR-PERIOD * 100) + 31
           ELSE
               MOVE WS-GRP-END TO WS-STR-PER-END
           END-IF
           MOVE EMP-ID     TO PSC-EMP-ID
           MOVE LOW-VALUES TO PSC-COMP
           MOVE ZERO       TO PSC-EFF-DATE
           START PAY-STRUCT-FILE KEY NOT < PSC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STR-EOF-FLAG
           END-START
           PERFORM 2122-LOAD-STRUCT-PARA UNTIL END-OF-STRUCTURE
           PERFORM 2124-VALUE-STRUCT-PARA
               VARYING WS-STR-SUB FROM 1 BY 1
               UNTIL WS-STR-SUB > WS-STR-COUNT
           IF WS-STR-FULL > ZERO
               MOVE 'Y' TO WS-STR-FLAG
               MOVE WS-STR-TOTAL TO WS-BASE-EARN
               ADD 1 TO WS-TOT-STRUCTURED
               IF WS-STR-FULL NOT = EMP-EARN
                   ADD 1 TO WS-TOT-STR-MISMATCH
                   DISPLAY 'PAY STRUCTURE ' EMP-ID ' COMPONENTS '
                       WS-STR-FULL ' NOT EQUAL TO EMP-EARN '
                       EMP-EARN
                   IF FINAL-RUN
                       MOVE 'EMPPAY  ' TO EXR-SOURCE-PGM
                       MOVE EMP-ID     TO EXR-KEY
                       MOVE 'PAY COMPONENTS DO NOT TOTAL EMP-EARN'
                           TO EXR-TEXT
                       CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD
                   END-IF
               END-IF
           END-IF.
       2122-LOAD-STRUCT-PARA.
           READ PAY-STRUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STR-EOF-FLAG
               NOT AT END
                   IF PSC-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-STR-EOF-FLAG
                   ELSE
                       IF WS-STR-COUNT < 40
                           ADD 1 TO WS-STR-COUNT
                           MOVE PSC-COMP TO TBL-STR-COMP(WS-STR-COUNT)
                           MOVE PSC-EFF-DATE
                               TO TBL-STR-EFF(WS-STR-COUNT)
                           MOVE 'N' TO TBL-STR-IN-FORCE(WS-STR-COUNT)
                           IF PSC-EFF-DATE NOT > WS-STR-PER-END
                               PERFORM 2123-MARK-IN-FORCE-PARA
                           END-IF
                       ELSE
                           DISPLAY 'PAY STRUCTURE ' EMP-ID
                               ' OVER 40 RECORDS - ' PSC-COMP '/'
                               PSC-EFF-DATE ' IGNORED'
                       END-IF
                   END-IF
           END-READ.
       2123-MARK-IN-FORCE-PARA.
           IF WS-STR-FORCE-SUB > ZERO
               IF TBL-STR-COMP(WS-STR-FORCE-SUB) = PSC-COMP
                   MOVE 'N' TO TBL-STR-IN-FORCE(WS-STR-FORCE-SUB)
               END-IF
           END-IF
           MOVE 'Y'          TO TBL-STR-IN-FORCE(WS-STR-COUNT)
           MOVE WS-STR-COUNT TO WS-STR-FORCE-SUB.
       2124-VALUE-STRUCT-PARA.
           MOVE EMP-ID                   TO PSC-EMP-ID
           MOVE TBL-STR-COMP(WS-STR-SUB) TO PSC-COMP
           MOVE TBL-STR-EFF(WS-STR-SUB)  TO PSC-EFF-DATE
           READ PAY-STRUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2126-VALUE-ONE-COMP-PARA
           END-READ.
       2126-VALUE-ONE-COMP-PARA.
           MOVE ZERO TO WS-STR-PRIOR WS-STR-ONE
           IF PSC-YTD-YEAR = WS-CURR-PERIOD-YR
               IF PSC-LAST-PERIOD = WS-CURR-PERIOD
                   COMPUTE WS-STR-PRIOR =
                       PSC-PAID-YTD - PSC-LAST-VALUE
               ELSE
                   MOVE PSC-PAID-YTD TO WS-STR-PRIOR
               END-IF
           END-IF
           IF TBL-STR-IN-FORCE(WS-STR-SUB) = 'Y'
               ADD PSC-AMOUNT TO WS-STR-FULL
               IF PRORATED-PERIOD
                   COMPUTE WS-STR-ONE ROUNDED =
                       PSC-AMOUNT * 12 * WS-PRO-DAYS
                       / (WS-GRP-PER-YEAR * WS-PERIOD-DAYS)
               ELSE
                   COMPUTE WS-STR-ONE ROUNDED =
                       PSC-AMOUNT * 12 / WS-GRP-PER-YEAR
               END-IF
           END-IF
           ADD WS-STR-ONE TO WS-STR-TOTAL
           MOVE ZERO TO WS-PCM-FOUND
           PERFORM 2128-FIND-COMPONENT-PARA
               VARYING WS-PCM-SUB FROM 1 BY 1
               UNTIL WS-PCM-SUB > WS-PCM-COUNT
           IF WS-PCM-FOUND > ZERO
               IF TBL-PCM-TAXABLE(WS-PCM-FOUND) = 'N'
                   ADD WS-STR-ONE TO WS-STR-NONTAX
                   COMPUTE WS-STR-NONTAX-TO-DATE =
                       WS-STR-NONTAX-TO-DATE + WS-STR-PRIOR
                       + WS-STR-ONE
               END-IF
               IF TBL-PCM-SI(WS-PCM-FOUND) = 'N'
                   ADD WS-STR-ONE   TO WS-STR-NONSI
                   ADD WS-STR-PRIOR TO WS-STR-NONSI-PRIOR
               END-IF
               IF TBL-PCM-PENSION(WS-PCM-FOUND) = 'N'
                   ADD WS-STR-ONE TO WS-STR-NONPEN
               END-IF
           END-IF
           IF FINAL-RUN
               IF PSC-YTD-YEAR NOT = WS-CURR-PERIOD-YR
                   AND PSC-YTD-YEAR NOT = ZERO
                   MOVE PSC-YTD-YEAR TO PSC-PRIOR-YEAR
                   MOVE PSC-PAID-YTD TO PSC-PRIOR-YTD
               END-IF
               MOVE WS-CURR-PERIOD-YR TO PSC-YTD-YEAR
               COMPUTE PSC-PAID-YTD = WS-STR-PRIOR + WS-STR-ONE
               MOVE WS-CURR-PERIOD TO PSC-LAST-PERIOD
               MOVE WS-STR-ONE     TO PSC-LAST-VALUE
               MOVE WS-PAY-DATE    TO PSC-LAST-PAY-DATE
               REWRITE PAY-STRUCT-RECORD
           END-IF.
       2128-FIND-COMPONENT-PARA.
           IF TBL-PCM-CODE(WS-PCM-SUB) = PSC-COMP
               MOVE WS-PCM-SUB TO WS-PCM-FOUND
           END-IF.
      *****************************************************
      *  TAXABLE PERQUISITES FOR THE PERIOD, SUMMED OVER    *
      *  THE EMPLOYEE'S PERKS.  A PERK COUNTS IN FULL FOR   *
      *  ANY PERIOD ITS DATES OVERLAP.  WHAT WAS TAXED      *
      *  BEFORE THIS PERIOD EXCLUDES THIS PERIOD'S OWN      *
      *  VALUE FROM AN EARLIER RUN, SO A RERUN REPLACES IT. *
      *  WS-PERK-TO-DATE IS THE YEAR'S PERQUISITES          *
      *  INCLUDING THIS PERIOD, FOR THE CUMULATIVE BASIS.   *
      *****************************************************
       2130-PERK-VALUE-PARA.
           MOVE ZERO TO WS-PERK-VALUE WS-PERK-TO-DATE
           MOVE 'N'  TO WS-PERK-EOF-FLAG
           IF STANDARD-GROUP
               COMPUTE WS-PERK-PER-START = (WS-CURR-PERIOD * 100) + 1
               COMPUTE WS-PERK-PER-END   = (WS-CURR-PERIOD * 100) + 31
           ELSE
               MOVE WS-GRP-START TO WS-PERK-PER-START
               MOVE WS-GRP-END   TO WS-PERK-PER-END
           END-IF
           MOVE EMP-ID TO PRK-EMP-ID
           MOVE ZERO   TO PRK-NO
           START PERK-FILE KEY NOT < PRK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
           END-START
           PERFORM 2132-PERK-ONE-PARA UNTIL END-OF-PERKS
           IF WS-PERK-VALUE > ZERO
               ADD 1 TO WS-TOT-PERK-HOLDERS
               ADD WS-PERK-VALUE TO WS-GRAND-PERK
           END-IF.
       2132-PERK-ONE-PARA.
           READ PERK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERK-EOF-FLAG
               NOT AT END
                   IF PRK-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-PERK-EOF-FLAG
                   ELSE
                       PERFORM 2134-VALUE-ONE-PERK-PARA
                   END-IF
           END-READ.
       2134-VALUE-ONE-PERK-PARA.
           MOVE ZERO TO WS-PERK-PRIOR WS-PERK-ONE
           IF PRK-YTD-YEAR = WS-CURR-PERIOD-YR
               IF PRK-LAST-PERIOD = WS-CURR-PERIOD
                   COMPUTE WS-PERK-PRIOR =
                       PRK-TAXED-YTD - PRK-LAST-VALUE
               ELSE
                   MOVE PRK-TAXED-YTD TO WS-PERK-PRIOR
               END-IF
           END-IF
           IF PRK-START NOT > WS-PERK-PER-END
               AND (PRK-END = ZERO
                    OR PRK-END NOT < WS-PERK-PER-START)
               PERFORM 2136-PERK-MONTHLY-PARA
           END-IF
           ADD WS-PERK-ONE TO WS-PERK-VALUE
           COMPUTE WS-PERK-TO-DATE =
               WS-PERK-TO-DATE + WS-PERK-PRIOR + WS-PERK-ONE
           IF FINAL-RUN
               IF PRK-YTD-YEAR NOT = WS-CURR-PERIOD-YR
                   AND PRK-YTD-YEAR NOT = ZERO
                   MOVE PRK-YTD-YEAR  TO PRK-PRIOR-YEAR
                   MOVE PRK-TAXED-YTD TO PRK-PRIOR-YTD
               END-IF
               MOVE WS-CURR-PERIOD-YR TO PRK-YTD-YEAR
               COMPUTE PRK-TAXED-YTD = WS-PERK-PRIOR + WS-PERK-ONE
               MOVE WS-CURR-PERIOD TO PRK-LAST-PERIOD
               MOVE WS-PERK-ONE    TO PRK-LAST-VALUE
               MOVE WS-PAY-DATE    TO PRK-LAST-PAY-DATE
               REWRITE PERK-RECORD
           END-IF.
       2136-PERK-MONTHLY-PARA.
           MOVE ZERO TO WS-PVL-FOUND
           PERFORM 2138-FIND-PERK-VAL-PARA
               VARYING WS-PVL-SUB FROM 1 BY 1
               UNTIL WS-PVL-SUB > WS-PVL-COUNT
           EVALUATE TRUE
               WHEN PRK-RULE-FIXED
                   MOVE PRK-MONTHLY-VAL TO WS-PERK-ONE
               WHEN PRK-RULE-TABLE AND WS-PVL-FOUND > ZERO
                   MOVE TBL-PVL-MONTHLY(WS-PVL-FOUND) TO WS-PERK-ONE
               WHEN PRK-RULE-PCT-COST AND WS-PVL-FOUND > ZERO
                   COMPUTE WS-PERK-ONE ROUNDED = PRK-COST
                       * TBL-PVL-PCT(WS-PVL-FOUND) / 100 / 12
               WHEN OTHER
                   MOVE PRK-MONTHLY-VAL TO WS-PERK-ONE
                   DISPLAY 'PERQUISITE ' PRK-EMP-ID '/' PRK-NO
                       ' TYPE ' PRK-TYPE ' RULE ' PRK-RULE
                       ' NOT VALUED - KEYED VALUE TAXED'
           END-EVALUATE
           IF WS-GRP-PER-YEAR NOT = 12
               COMPUTE WS-PERK-ONE ROUNDED =
                   WS-PERK-ONE * 12 / WS-GRP-PER-YEAR
           END-IF.
       2138-FIND-PERK-VAL-PARA.
           IF TBL-PVL-TYPE(WS-PVL-SUB) = PRK-TYPE
               MOVE WS-PVL-SUB TO WS-PVL-FOUND
           END-IF.
      *****************************************************
      *  TAX-SAVING RELIEF FOR THE PERIOD, SUMMED OVER THE  *
      *  EMPLOYEE'S DECLARATIONS FOR THE PAY YEAR.  THE     *
      *  RELIEF GIVEN BEFORE THIS PERIOD EXCLUDES THIS      *
      *  PERIOD'S OWN SHARE FROM AN EARLIER RUN, SO A RERUN *
      *  REPLACES IT.  STANDALONE BASIS: WHAT IS STILL DUE  *
      *  OVER THE MONTHS LEFT INCLUDING THIS ONE - A CUT    *
      *  IN THE ALLOWED AMOUNT GOES NEGATIVE AND CLAWS THE  *
      *  EXCESS BACK.  CUMULATIVE BASIS: THE RELIEF DUE TO  *
      *  DATE LESS WHAT WAS GIVEN.  WS-DECL-TO-DATE IS THE  *
      *  YEAR'S RELIEF INCLUDING THIS PERIOD.               *
      *****************************************************
       2140-DECL-RELIEF-PARA.
           MOVE ZERO TO WS-DECL-RELIEF WS-DECL-TO-DATE
           MOVE 'N'  TO WS-DECL-EOF-FLAG
           MOVE EMP-ID            TO TDC-EMP-ID
           MOVE WS-CURR-PERIOD-YR TO TDC-YEAR
           MOVE LOW-VALUES        TO TDC-SECTION
           START TAX-DECL-FILE KEY NOT < TDC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DECL-EOF-FLAG
           END-START
           PERFORM 2142-DECL-ONE-PARA UNTIL END-OF-DECLS
           IF WS-DECL-TO-DATE NOT = ZERO
               ADD 1 TO WS-TOT-DECLARANTS
               ADD WS-DECL-RELIEF TO WS-GRAND-RELIEF
           END-IF.
       2142-DECL-ONE-PARA.
           READ TAX-DECL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DECL-EOF-FLAG
               NOT AT END
                   IF TDC-EMP-ID NOT = EMP-ID
                       OR TDC-YEAR NOT = WS-CURR-PERIOD-YR
                       MOVE 'Y' TO WS-DECL-EOF-FLAG
                   ELSE
                       PERFORM 2144-RELIEF-ONE-PARA
                   END-IF
           END-READ.
       2144-RELIEF-ONE-PARA.
           IF TDC-LAST-PERIOD = WS-CURR-PERIOD
               COMPUTE WS-DECL-PRIOR =
                   TDC-RELIEF-YTD - TDC-LAST-RELIEF
           ELSE
               MOVE TDC-RELIEF-YTD TO WS-DECL-PRIOR
           END-IF
           IF WS-CURR-PERIOD-MM < WS-GRP-PER-YEAR
               COMPUTE WS-DECL-LEFT =
                   WS-GRP-PER-YEAR + 1 - WS-CURR-PERIOD-MM
           ELSE
               MOVE 1 TO WS-DECL-LEFT
           END-IF
           IF CUMULATIVE-BASIS AND HIST-FILE-OPEN
               COMPUTE WS-DECL-SHARE ROUNDED =
                   (TDC-ALLOWED * WS-CURR-PERIOD-MM
                    / WS-GRP-PER-YEAR)
                   - WS-DECL-PRIOR
           ELSE
               COMPUTE WS-DECL-SHARE ROUNDED =
                   (TDC-ALLOWED - WS-DECL-PRIOR) / WS-DECL-LEFT
           END-IF
           ADD WS-DECL-SHARE TO WS-DECL-RELIEF
           COMPUTE WS-DECL-TO-DATE =
               WS-DECL-TO-DATE + WS-DECL-PRIOR + WS-DECL-SHARE
           IF FINAL-RUN
               COMPUTE TDC-RELIEF-YTD = WS-DECL-PRIOR + WS-DECL-SHARE
               MOVE WS-CURR-PERIOD TO TDC-LAST-PERIOD
               MOVE WS-DECL-SHARE  TO TDC-LAST-RELIEF
               REWRITE TAX-DECL-RECORD
           END-IF.
       2145-TAX-ON-BASE-PARA.
           COMPUTE WS-GRP-ALLOWANCE ROUNDED =
               WS-ALLOWANCE * 12 / WS-GRP-PER-YEAR
           IF WS-TAX-BASE > WS-GRP-ALLOWANCE
               COMPUTE WS-TAXABLE = WS-TAX-BASE - WS-GRP-ALLOWANCE
           ELSE
               MOVE ZERO TO WS-TAXABLE
           END-IF
      *****************************************************
       2160-CUMULATIVE-TAX-PARA.
           PERFORM 2165-SUM-YTD-HIST-PARA
           COMPUTE WS-DECL-WORK = WS-YTD-GROSS + WS-GROSS
               - WS-STR-NONTAX-TO-DATE
               + WS-PERK-TO-DATE - WS-DECL-TO-DATE
           IF WS-DECL-WORK < ZERO
               MOVE ZERO TO WS-DECL-WORK
           END-IF
           MOVE WS-DECL-WORK TO WS-CUM-GROSS
           MOVE WS-CURR-PERIOD-MM TO WS-MONTHS
           COMPUTE WS-AVG-GROSS ROUNDED =
               WS-CUM-GROSS / WS-MONTHS
      *****************************************************
      *  THIS YEAR'S EARLIER PERIODS ONLY - THE CURRENT     *
      *  PERIOD IS EXCLUDED SO A RERUN AFTER THE HISTORY    *
      *  ROLL-IN CANNOT COUNT TONIGHT'S PAY TWICE.  THE     *
      *  PERIOD TEST ONLY HOLDS WITHIN ONE PAY GROUP'S      *
      *  NUMBERING; PAY THE YEAR SAW IN ANOTHER GROUP, SAY  *
      *  BEFORE A MOVE FROM MONTHLY TO WEEKLY, ALL COUNTS.  *
      *****************************************************
       2165-SUM-YTD-HIST-PARA.
           MOVE ZERO TO WS-YTD-GROSS WS-YTD-TAX
           MOVE 'N'  TO WS-YTD-EOF-FLAG
           MOVE EMP-ID TO PH-EMP-ID
           COMPUTE PH-PERIOD = (WS-CURR-PERIOD-YR * 100) + 1
           COMPUTE WS-YTD-LAST-PERIOD =
               (WS-CURR-PERIOD-YR * 100) + 99
           MOVE ZERO TO PH-SEQ
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-YTD-EOF-FLAG
                   MOVE 'Y' TO WS-YTD-EOF-FLAG
               NOT AT END
                   IF PH-EMP-ID NOT = EMP-ID
                       OR PH-PERIOD > WS-YTD-LAST-PERIOD
                       MOVE 'Y' TO WS-YTD-EOF-FLAG
                   ELSE
                       IF PH-PAY-GROUP NOT = WS-PAY-GROUP
                           OR PH-PERIOD < WS-CURR-PERIOD
                           ADD PH-GROSS TO WS-YTD-GROSS
                           ADD PH-TAX   TO WS-YTD-TAX
                       END-IF
                   END-IF
           END-READ.
       2150-TAX-ONE-BAND-PARA.
           COMPUTE WS-GRP-BAND-FROM ROUNDED =
               TBL-BAND-FROM(WS-SUB) * 12 / WS-GRP-PER-YEAR
           COMPUTE WS-GRP-BAND-TO ROUNDED =
               TBL-BAND-TO(WS-SUB) * 12 / WS-GRP-PER-YEAR
           IF WS-TAXABLE > WS-GRP-BAND-FROM
               IF WS-TAXABLE > WS-GRP-BAND-TO
                   COMPUTE WS-BAND-PORTION =
                       WS-GRP-BAND-TO - WS-GRP-BAND-FROM
               ELSE
                   COMPUTE WS-BAND-PORTION =
                       WS-TAXABLE - WS-GRP-BAND-FROM
               END-IF
               COMPUTE WS-TAX ROUNDED = WS-TAX +
                   (WS-BAND-PORTION * TBL-RATE-PCT(WS-SUB) / 100)
           MOVE WS-TAX      TO NP-TAX
           MOVE WS-TOT-DEDN TO NP-DEDN
           MOVE WS-NET      TO NP-NET
           MOVE WS-PAY-GROUP TO NP-PAY-GROUP
           IF FINAL-RUN
               WRITE NETPAY-RECORD
               PERFORM 2250-WRITE-STAT-ITEMS-PARA
               END-IF
               IF OFFCYCLE-RUN
                   MOVE EMP-ID         TO OFP-EMP-ID
                   MOVE WS-RUN-PERIOD  TO OFP-PERIOD
                   WRITE OFCPAID-RECORD
                   ADD 1 TO WS-CNT-OFCPAID
               END-IF
           END-IF
           ADD WS-GROSS     TO WS-GRAND-GROSS
           ADD WS-PEN-EE    TO WS-GRAND-PEN-EE
           ADD WS-PEN-ER    TO WS-GRAND-PEN-ER
           ADD WS-LOAN-DED  TO WS-GRAND-LOAN
           ADD WS-GARN-DED  TO WS-GRAND-GARN
           PERFORM 2210-ADD-GROUP-TOTALS-PARA.
      *****************************************************
      *  THE RUN'S TOTALS BY PAY GROUP, EACH UNDER THE      *
      *  GROUP'S OWN PERIOD, FOR THE POSTING LOG.           *
      *****************************************************
       2210-ADD-GROUP-TOTALS-PARA.
           MOVE ZERO TO WS-GRP-FIND
           PERFORM 2215-FIND-GROUP-PARA
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           IF WS-GRP-FIND = ZERO
               IF WS-GRP-COUNT < 10
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT   TO WS-GRP-FIND
                   MOVE WS-PAY-GROUP   TO TBL-GRP-CODE(WS-GRP-FIND)
                   MOVE WS-CURR-PERIOD TO TBL-GRP-PERIOD(WS-GRP-FIND)
                   MOVE ZERO TO TBL-GRP-PAID(WS-GRP-FIND)
                                TBL-GRP-GROSS(WS-GRP-FIND)
                                TBL-GRP-TAX(WS-GRP-FIND)
                                TBL-GRP-DEDN(WS-GRP-FIND)
                                TBL-GRP-NET(WS-GRP-FIND)
               ELSE
                   DISPLAY 'WARNING - PAY GROUP TABLE FULL AT 10 '
                       '- GROUP ' WS-PAY-GROUP ' NOT LOGGED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-GRP-FIND > ZERO
               ADD 1           TO TBL-GRP-PAID(WS-GRP-FIND)
               ADD WS-GROSS    TO TBL-GRP-GROSS(WS-GRP-FIND)
               ADD WS-TAX      TO TBL-GRP-TAX(WS-GRP-FIND)
               ADD WS-TOT-DEDN TO TBL-GRP-DEDN(WS-GRP-FIND)
               ADD WS-NET      TO TBL-GRP-NET(WS-GRP-FIND)
           END-IF.
       2215-FIND-GROUP-PARA.
           IF TBL-GRP-CODE(WS-GRP-SUB) = WS-PAY-GROUP
               MOVE WS-GRP-SUB TO WS-GRP-FIND
           END-IF.
       2250-WRITE-STAT-ITEMS-PARA.
           IF SI-CONFIGURED AND WS-SI-EE > ZERO
               MOVE EMP-ID   TO DDT-EMP-ID
               MOVE 'SIE'    TO DDT-TYPE
               MOVE WS-SI-EE TO DDT-AMOUNT
               WRITE DEDDETL-RECORD
               ADD 1 TO WS-CNT-STATDED
           END-IF
           IF SI-CONFIGURED AND WS-SI-ER > ZERO
               MOVE EMP-ID   TO SIE-EMP-ID
               MOVE WS-SI-ER TO SIE-AMOUNT
               WRITE SI-EMPLR-RECORD
               ADD 1 TO WS-CNT-SIEMPLR
           END-IF
           IF WS-LOAN-DED > ZERO
               MOVE EMP-ID      TO DDT-EMP-ID
               MOVE 'LON'       TO DDT-TYPE
               MOVE WS-LOAN-DED TO DDT-AMOUNT
               WRITE DEDDETL-RECORD
               ADD 1 TO WS-CNT-STATDED
           END-IF
           IF WS-GARN-DED > ZERO
               MOVE EMP-ID      TO DDT-EMP-ID
               MOVE 'GRN'       TO DDT-TYPE
               MOVE WS-GARN-DED TO DDT-AMOUNT
               WRITE DEDDETL-RECORD
               ADD 1 TO WS-CNT-STATDED
           END-IF
           IF WS-RCV-TAKE > ZERO
               MOVE EMP-ID      TO DDT-EMP-ID
               MOVE 'OVR'       TO DDT-TYPE
               MOVE WS-RCV-TAKE TO DDT-AMOUNT
               WRITE DEDDETL-RECORD
               ADD 1 TO WS-CNT-STATDED
           END-IF
           IF WS-EMP-INS > ZERO
               MOVE EMP-ID     TO DDT-EMP-ID
               MOVE 'DIN'      TO DDT-TYPE
               MOVE WS-EMP-INS TO DDT-AMOUNT
               WRITE DEDDETL-RECORD
               ADD 1 TO WS-CNT-STATDED
               ADD WS-EMP-INS TO WS-GRAND-INS
           END-IF
           IF PENSION-MEMBER
                   MOVE 'PEN'     TO DDT-TYPE
                   MOVE WS-PEN-EE TO DDT-AMOUNT
                   WRITE DEDDETL-RECORD
                   ADD 1 TO WS-CNT-STATDED
               END-IF
               MOVE EMP-ID         TO PCN-EMP-ID
               MOVE WS-CURR-PERIOD TO PCN-PERIOD
               MOVE WS-PEN-EE      TO PCN-EE-AMT
               MOVE WS-PEN-ER      TO PCN-ER-AMT
               WRITE PEN-CONTRIB-RECORD
               ADD 1 TO WS-CNT-PENCONTR
           END-IF.
       2300-WRITE-DETAIL-PARA.
           MOVE EMP-ID      TO OUT-EMP-ID
           MOVE WS-TOT-DEDN TO OUT-DEDN
           MOVE WS-NET      TO OUT-NET
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1 TO WS-CNT-REPORT
           IF PRORATED-PERIOD
               MOVE WS-PRO-DAYS    TO OUT-PRO-DAYS
               MOVE WS-PERIOD-DAYS TO OUT-PRO-MONTH
               MOVE WS-DAILY-RATE  TO OUT-PRO-RATE
               MOVE WS-BASE-EARN   TO OUT-PRO-BASE
               WRITE REPORT-RECORD FROM PRORATE-LINE
               ADD 1 TO WS-CNT-REPORT
           END-IF
           IF WS-PERK-VALUE > ZERO
               MOVE WS-PERK-VALUE  TO OUT-PERK-VALUE
               WRITE REPORT-RECORD FROM PERK-LINE
               ADD 1 TO WS-CNT-REPORT
           END-IF.
      *****************************************************
      *  CHECKPOINT EVERY WS-CKPT-INTERVAL MASTER RECORDS,  *
      *  TAKEN ONLY ONCE AN EMPLOYEE IS COMPLETELY DONE.    *
      *  THE SEQUENTIAL OUTPUTS ARE CLOSED AND REOPENED     *
      *  FIRST SO EVERY RECORD THE CHECKPOINT COUNTS IS     *
      *  SAFELY WRITTEN.  THE RUN DATE TRAVELS WITH IT SO A *
      *  RESTARTED RUN'S POSTINGS CARRY THE SAME DATE AS    *
      *  THE REST.                                          *
      *****************************************************
       8000-CHECKPOINT-PARA.
           ADD 1 TO WS-CKPT-COUNTER
           IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
               MOVE EMP-ID TO WS-CKPT-LAST-ID
               PERFORM 8100-WRITE-CHECKPOINT-PARA
               MOVE ZERO TO WS-CKPT-COUNTER
           END-IF.
       8100-WRITE-CHECKPOINT-PARA.
           PERFORM 8150-FLUSH-OUTPUTS-PARA
           PERFORM 8110-FILL-CHECKPOINT-PARA
           MOVE 'I' TO PCK-STATUS
           OPEN OUTPUT PAY-CKPT-FILE
           WRITE PAY-CKPT-RECORD
           CLOSE PAY-CKPT-FILE.
       8110-FILL-CHECKPOINT-PARA.
           MOVE WS-CURR-PERIOD       TO PCK-PERIOD
           MOVE WS-RUN-MODE          TO PCK-RUN-MODE
           MOVE WS-TODAY-NUM         TO PCK-RUN-DATE
           MOVE WS-CKPT-LAST-ID      TO PCK-LAST-EMP-ID
           MOVE WS-TOT-READ          TO PCK-TOT-READ
           MOVE WS-TOT-PAID          TO PCK-TOT-PAID
           MOVE WS-TOT-SKIPPED       TO PCK-TOT-SKIPPED
           MOVE WS-TOT-HELD          TO PCK-TOT-HELD
           MOVE WS-TOT-VARIANCE      TO PCK-TOT-VARIANCE
           MOVE WS-TOT-LOA           TO PCK-TOT-LOA
           MOVE WS-TOT-PEN-MEMBERS   TO PCK-TOT-PEN-MEMBERS
           MOVE WS-TOT-LOANS-CLOSED  TO PCK-TOT-LOANS-CLOSED
           MOVE WS-TOT-GARN-SHORT    TO PCK-TOT-GARN-SHORT
           MOVE WS-TOT-DECLARANTS    TO PCK-TOT-DECLARANTS
           MOVE WS-TOT-CONTRACTORS   TO PCK-TOT-CONTRACTORS
           MOVE WS-TOT-PRORATED      TO PCK-TOT-PRORATED
           MOVE WS-TOT-OFC-SKIPPED   TO PCK-TOT-OFC-SKIPPED
           MOVE WS-TOT-NOT-LISTED    TO PCK-TOT-NOT-LISTED
           MOVE WS-TOT-GROSS-FLOORED TO PCK-TOT-GROSS-FLOORED
           MOVE WS-TOT-PERK-HOLDERS  TO PCK-TOT-PERK-HOLDERS
           MOVE WS-TOT-STRUCTURED    TO PCK-TOT-STRUCTURED
           MOVE WS-TOT-STR-MISMATCH  TO PCK-TOT-STR-MISMATCH
           MOVE WS-TOT-NOT-DUE       TO PCK-TOT-NOT-DUE
           MOVE WS-GRP-COUNT         TO PCK-GROUP-COUNT
           PERFORM 8115-FILL-GROUP-PARA
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > 10
           MOVE WS-GRAND-GROSS       TO PCK-GRAND-GROSS
           MOVE WS-GRAND-TAX         TO PCK-GRAND-TAX
           MOVE WS-GRAND-DEDN        TO PCK-GRAND-DEDN
           MOVE WS-GRAND-NET         TO PCK-GRAND-NET
           MOVE WS-GRAND-SI-EE       TO PCK-GRAND-SI-EE
           MOVE WS-GRAND-SI-ER       TO PCK-GRAND-SI-ER
           MOVE WS-GRAND-PEN-EE      TO PCK-GRAND-PEN-EE
           MOVE WS-GRAND-PEN-ER      TO PCK-GRAND-PEN-ER
           MOVE WS-GRAND-LOAN        TO PCK-GRAND-LOAN
           MOVE WS-GRAND-GARN        TO PCK-GRAND-GARN
           MOVE WS-GRAND-RECOVERED   TO PCK-GRAND-RECOVERED
           MOVE WS-GRAND-SHORTFALL   TO PCK-GRAND-SHORTFALL
           MOVE WS-GRAND-CLAIMS      TO PCK-GRAND-CLAIMS
           MOVE WS-GRAND-INS         TO PCK-GRAND-INS
           MOVE WS-GRAND-CONTR-GROSS TO PCK-GRAND-CONTR-GROSS
           MOVE WS-GRAND-ADJ         TO PCK-GRAND-ADJ
           MOVE WS-GRAND-RELIEF      TO PCK-GRAND-RELIEF
           MOVE WS-GRAND-PERK        TO PCK-GRAND-PERK
           MOVE WS-CNT-REPORT        TO PCK-CNT-REPORT
           MOVE WS-CNT-CONTR         TO PCK-CNT-CONTR
           MOVE WS-CNT-STATDED       TO PCK-CNT-STATDED
           MOVE WS-CNT-SIEMPLR       TO PCK-CNT-SIEMPLR
           MOVE WS-CNT-PENCONTR      TO PCK-CNT-PENCONTR
           MOVE WS-CNT-GARNREM       TO PCK-CNT-GARNREM
           MOVE WS-CNT-PAYPOST       TO PCK-CNT-PAYPOST
           MOVE WS-CNT-OFCPAID       TO PCK-CNT-OFCPAID
           MOVE WS-PART-NO           TO PCK-PART-NO
           MOVE WS-PART-LOW-ID       TO PCK-LOW-ID
           MOVE WS-PART-HIGH-ID      TO PCK-HIGH-ID.
       8115-FILL-GROUP-PARA.
           IF WS-GRP-SUB > WS-GRP-COUNT
               MOVE SPACES TO PCK-GRP-CODE(WS-GRP-SUB)
               MOVE ZERO   TO PCK-GRP-PERIOD(WS-GRP-SUB)
                              PCK-GRP-PAID(WS-GRP-SUB)
                              PCK-GRP-GROSS(WS-GRP-SUB)
                              PCK-GRP-TAX(WS-GRP-SUB)
                              PCK-GRP-DEDN(WS-GRP-SUB)
                              PCK-GRP-NET(WS-GRP-SUB)
           ELSE
               MOVE TBL-GRP-CODE(WS-GRP-SUB)
                   TO PCK-GRP-CODE(WS-GRP-SUB)
               MOVE TBL-GRP-PERIOD(WS-GRP-SUB)
                   TO PCK-GRP-PERIOD(WS-GRP-SUB)
               MOVE TBL-GRP-PAID(WS-GRP-SUB)
                   TO PCK-GRP-PAID(WS-GRP-SUB)
               MOVE TBL-GRP-GROSS(WS-GRP-SUB)
                   TO PCK-GRP-GROSS(WS-GRP-SUB)
               MOVE TBL-GRP-TAX(WS-GRP-SUB)
                   TO PCK-GRP-TAX(WS-GRP-SUB)
               MOVE TBL-GRP-DEDN(WS-GRP-SUB)
                   TO PCK-GRP-DEDN(WS-GRP-SUB)
               MOVE TBL-GRP-NET(WS-GRP-SUB)
                   TO PCK-GRP-NET(WS-GRP-SUB)
           END-IF.
       8150-FLUSH-OUTPUTS-PARA.
           CLOSE REPORT-FILE
           OPEN EXTEND REPORT-FILE
           IF EMPTYPE-FILE-OPEN
               CLOSE CONTR-REPORT-FILE
               OPEN EXTEND CONTR-REPORT-FILE
           END-IF
           IF STATDED-FILE-OPEN
               CLOSE STATDED-FILE
               OPEN EXTEND STATDED-FILE
           END-IF
           IF SI-CONFIGURED
               CLOSE SI-EMPLR-FILE
               OPEN EXTEND SI-EMPLR-FILE
           END-IF
           IF PENSION-FILE-OPEN
               CLOSE PEN-CONTRIB-FILE
               OPEN EXTEND PEN-CONTRIB-FILE
           END-IF
           IF GARNISH-FILE-OPEN
               CLOSE GARN-REMIT-FILE
               OPEN EXTEND GARN-REMIT-FILE
           END-IF
           IF POST-LOG-OPEN
               CLOSE PAY-POST-FILE
               OPEN EXTEND PAY-POST-FILE
           END-IF
           IF OFFCYCLE-RUN
               CLOSE OFCPAID-FILE
               OPEN EXTEND OFCPAID-FILE
           END-IF.
      *****************************************************
      *  A RUN THAT GETS TO THE END MARKS ITS CHECKPOINT    *
      *  COMPLETE WITH THE FINAL FIGURES AND EMPTIES THE    *
      *  BEFORE-IMAGE FILE - THERE IS NOTHING LEFT TO       *
      *  RESTART.  A RUN STOPPED BY A MISSING BEFORE-IMAGE  *
      *  FILE LEAVES THE CHECKPOINT INCOMPLETE FOR THE      *
      *  RESUBMISSION.                                      *
      *****************************************************
       8200-CLOSE-CHECKPOINT-PARA.
           IF UNDO-FILE-OPEN
               CLOSE PAY-UNDO-FILE
           END-IF
           IF NOT CKPT-HELD
               PERFORM 8110-FILL-CHECKPOINT-PARA
               MOVE 'C' TO PCK-STATUS
               OPEN OUTPUT PAY-CKPT-FILE
               WRITE PAY-CKPT-RECORD
               CLOSE PAY-CKPT-FILE
               OPEN OUTPUT PAY-UNDO-FILE
               CLOSE PAY-UNDO-FILE
           END-IF.
       9000-TERMINATION-PARA.
           IF FINAL-RUN AND NOT OFFCYCLE-RUN AND NOT CKPT-HELD
               PERFORM 9300-CARRY-ADJ-PARA
           END-IF
           MOVE WS-TOT-PAID     TO OUT-TOT-PAID
           MOVE WS-TOT-SKIPPED  TO OUT-TOT-SKIPPED
           MOVE WS-TOT-HELD     TO OUT-TOT-HELD
           END-IF
           DISPLAY '** GROSS-TO-NET PAY SUMMARY **'
           DISPLAY 'RUN MODE            : ', WS-RUN-MODE
           IF PARTITION-RUN
               DISPLAY 'PARTITION           : ', WS-PART-NO
                   ' EMP-ID ' WS-PART-LOW-ID ' TO ' WS-PART-HIGH-ID
           END-IF
           DISPLAY 'MASTER RECORDS READ : ', WS-TOT-READ
           DISPLAY 'EMPLOYEES PAID      : ', WS-TOT-PAID
           DISPLAY 'TERMINATED SKIPPED  : ', WS-TOT-SKIPPED
           DISPLAY 'ON LEAVE - PAY HELD : ', WS-TOT-LOA
           DISPLAY 'NET HELD AT ZERO    : ', WS-TOT-HELD
           DISPLAY 'TOTAL ADJUSTMENTS   : ', WS-GRAND-ADJ
           IF WS-ADJ-CLOSED-PAID > ZERO
               DISPLAY 'CLOSED-PERIOD ADJ   : ', WS-ADJ-CLOSED-PAID
                   ' PAID AS ARREARS'
           END-IF
           IF WS-ADJ-CLOSED-HELD > ZERO
               DISPLAY 'CLOSED-PERIOD ADJ   : ', WS-ADJ-CLOSED-HELD
                   ' HELD - NOT PAID'
           END-IF
           IF WS-TOT-GROSS-FLOORED > ZERO
               DISPLAY 'GROSS FLOORED AT 0  : ',
                   WS-TOT-GROSS-FLOORED
               DISPLAY 'LOAN RECOVERIES     : ', WS-GRAND-LOAN
               DISPLAY 'LOANS PAID OFF      : ', WS-TOT-LOANS-CLOSED
           END-IF
           IF DECL-FILE-OPEN
               DISPLAY 'TAX-SAVING DECLARERS: ', WS-TOT-DECLARANTS
               DISPLAY 'TAX-SAVING RELIEF   : ', WS-GRAND-RELIEF
           END-IF
           IF PERK-FILE-OPEN
               DISPLAY 'PERQUISITE HOLDERS  : ', WS-TOT-PERK-HOLDERS
               DISPLAY 'TAXABLE PERQUISITES : ', WS-GRAND-PERK
           END-IF
           IF STRUCT-FILE-OPEN
               DISPLAY 'PAID BY COMPONENTS  : ', WS-TOT-STRUCTURED
               DISPLAY 'COMPONENTS NOT EARN : ', WS-TOT-STR-MISMATCH
           END-IF
           IF GARNISH-FILE-OPEN
               DISPLAY 'GARNISHMENTS TAKEN  : ', WS-GRAND-GARN
               DISPLAY 'ORDERS WITH SHORTFALL: ',
               DISPLAY 'DEPENDENT INS TAKEN : ', WS-GRAND-INS
           END-IF
           DISPLAY 'PRORATED PERIODS    : ', WS-TOT-PRORATED
           IF WS-TOT-NOT-DUE > ZERO
               DISPLAY 'PAY GROUP NOT DUE   : ', WS-TOT-NOT-DUE
           END-IF
           IF WS-TOT-ADJ-CARRIED > ZERO
               DISPLAY 'ADJ CARRIED FORWARD : ', WS-TOT-ADJ-CARRIED
           END-IF
           PERFORM 9010-DISPLAY-GROUP-PARA
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           IF OFFCYCLE-RUN
               DISPLAY 'NOT ON OFF-CYC LIST : ', WS-TOT-NOT-LISTED
           END-IF
           IF LOAN-FILE-OPEN
               CLOSE LOAN-MASTER
           END-IF
           IF DECL-FILE-OPEN
               CLOSE TAX-DECL-FILE
           END-IF
           IF PERK-FILE-OPEN
               CLOSE PERK-FILE
           END-IF
           IF STRUCT-FILE-OPEN
               CLOSE PAY-STRUCT-FILE
           END-IF
           IF GARNISH-FILE-OPEN
               CLOSE GARNISH-MASTER
               IF FINAL-RUN
               CLOSE EMPTYPE-FILE
                     CONTR-REPORT-FILE
           END-IF
           IF FINAL-RUN AND NOT CKPT-HELD
               PERFORM 9200-WRITE-CONTROL-PARA
           END-IF
           IF POST-LOG-OPEN
               IF CKPT-HELD OR PARTITION-RUN
                   CLOSE PAY-POST-FILE
               ELSE
                   PERFORM 9250-LOG-RUN-TOTALS-PARA
               END-IF
           END-IF
           IF HIST-FILE-OPEN
               CLOSE PAYHIST-FILE
           END-IF
           IF FINAL-RUN
               PERFORM 8200-CLOSE-CHECKPOINT-PARA
           END-IF.
       9010-DISPLAY-GROUP-PARA.
           DISPLAY 'PAY GROUP ' TBL-GRP-CODE(WS-GRP-SUB)
               ' PERIOD ' TBL-GRP-PERIOD(WS-GRP-SUB)
               ' PAID ' TBL-GRP-PAID(WS-GRP-SUB)
               ' NET ' TBL-GRP-NET(WS-GRP-SUB).
      *****************************************************
      *  THE RUN'S MONEY TOTALS GO TO PAYCTL.DAT SO THE     *
      *  STEP142 FUNDS RECONCILIATION CAN TIE THE REGISTER  *
           MOVE WS-GRAND-CLAIMS   TO PCT-CLAIMS
           WRITE PAY-CONTROL-RECORD
           CLOSE PAY-CONTROL-FILE.
      *****************************************************
      *  THE SAME TOTALS CLOSE THE RUN'S POSTINGS ON THE    *
      *  LOG - PAYCTL.DAT IS REPLACED EVERY RUN, THE LOG    *
      *  KEEPS THEM FOR A REVERSAL TO PROVE AGAINST.  ONE   *
      *  RUN RECORD PER PAY GROUP PAID, UNDER THE GROUP'S   *
      *  PERIOD; A RUN THAT PAID NOBODY STILL LOGS ITS      *
      *  ZERO TOTALS FOR THE STANDARD GROUP.                *
      *****************************************************
       9250-LOG-RUN-TOTALS-PARA.
           IF WS-GRP-COUNT = ZERO
               MOVE SPACES         TO PAY-POSTING-RECORD
               MOVE WS-CURR-PERIOD TO PPS-PERIOD
               MOVE 'RUN'          TO PPS-TYPE
               MOVE WS-TODAY-NUM   TO PPS-RUN-DATE
               MOVE WS-GRAND-GROSS TO PPS-GROSS
               MOVE WS-GRAND-TAX   TO PPS-TAX
               MOVE WS-GRAND-DEDN  TO PPS-DEDN
               MOVE WS-GRAND-NET   TO PPS-NET
               WRITE PAY-POSTING-RECORD
           ELSE
               PERFORM 9255-LOG-GROUP-TOTALS-PARA
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
           END-IF
           CLOSE PAY-POST-FILE.
       9255-LOG-GROUP-TOTALS-PARA.
           MOVE SPACES                     TO PAY-POSTING-RECORD
           MOVE TBL-GRP-PERIOD(WS-GRP-SUB) TO PPS-PERIOD
           MOVE 'RUN'                      TO PPS-TYPE
           MOVE WS-TODAY-NUM               TO PPS-RUN-DATE
           MOVE TBL-GRP-GROSS(WS-GRP-SUB)  TO PPS-GROSS
           MOVE TBL-GRP-TAX(WS-GRP-SUB)    TO PPS-TAX
           MOVE TBL-GRP-DEDN(WS-GRP-SUB)   TO PPS-DEDN
           MOVE TBL-GRP-NET(WS-GRP-SUB)    TO PPS-NET
           MOVE TBL-GRP-CODE(WS-GRP-SUB)   TO PPS-PAY-GROUP
           WRITE PAY-POSTING-RECORD.
      *****************************************************
      *  PAYADJ.DAT IS REBUILT FROM ONE-SHOT SOURCES EVERY  *
      *  NIGHT, SO AN ADJUSTMENT FOR A NAMED-GROUP MEMBER   *
      *  WHOSE GROUP IS NOT DUE TONIGHT WOULD BE LOST.  A   *
      *  REGULAR FINAL RUN COPIES EVERY SUCH ROW, AS IT     *
      *  STANDS, TO PAYADJCF.DAT - THE NEXT STEP115 MERGE   *
      *  PUTS IT BACK ON PAYADJ.DAT - AND LISTS IT ON THE   *
      *  REGISTER.  WHO IS NOT DUE IS WORKED OUT AGAIN HERE *
      *  FROM THE MASTER, EMPTYPE.DAT AND THE CALENDAR, THE *
      *  SAME TEST 2005 APPLIES, SO A RESTARTED RUN CARRIES *
      *  FORWARD THE SAME ROWS AS AN UNBROKEN ONE.  A       *
      *  PARTITION ONLY CARRIES ITS OWN EMP-ID RANGE.  A    *
      *  ROW HELD BACK FROM A CLOSED PERIOD IS NOT CARRIED. *
      *****************************************************
       9300-CARRY-ADJ-PARA.
           MOVE ZERO TO WS-CF-EMP-COUNT
           OPEN OUTPUT ADJ-CARRY-FILE
           PERFORM 9310-CHECK-CARRY-PARA
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
           IF WS-CF-EMP-COUNT > ZERO
               MOVE 'N' TO WS-ADJ-FILE-FLAG
               OPEN INPUT ADJUST-FILE
               IF WS-FILE-STAT5 = '00'
                   PERFORM 9330-READ-CARRY-PARA UNTIL END-OF-ADJ-FILE
                   CLOSE ADJUST-FILE
               END-IF
           END-IF
           CLOSE ADJ-CARRY-FILE.
       9310-CHECK-CARRY-PARA.
           MOVE 'Y' TO WS-CF-EMP-FLAG
           MOVE TBL-ADJ-EMP-ID(WS-ADJ-SUB) TO EMP-ID
           IF WS-PART-LOW-ID NOT = SPACES
               AND EMP-ID < WS-PART-LOW-ID
               MOVE 'N' TO WS-CF-EMP-FLAG
           END-IF
           IF WS-PART-HIGH-ID NOT = SPACES
               AND EMP-ID > WS-PART-HIGH-ID
               MOVE 'N' TO WS-CF-EMP-FLAG
           END-IF
           IF NOT EMPTYPE-FILE-OPEN
               MOVE 'N' TO WS-CF-EMP-FLAG
           END-IF
           IF CF-EMP-ACTIVE
               START EMPLOYEE-MASTER KEY = EMP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-CF-EMP-FLAG
               END-START
           END-IF
           IF CF-EMP-ACTIVE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-CF-EMP-FLAG
               END-READ
           END-IF
           IF CF-EMP-ACTIVE AND EMP-ACTIVE
               PERFORM 9320-CHECK-GROUP-DUE-PARA
           END-IF.
       9320-CHECK-GROUP-DUE-PARA.
           MOVE EMP-ID TO ETY-EMP-ID
           READ EMPTYPE-FILE
               INVALID KEY
                   MOVE SPACES TO ETY-PAY-GROUP
           END-READ
           IF ETY-PAY-GROUP NOT = SPACES
               MOVE WS-TODAY-NUM  TO PCQ-DATE
               MOVE ETY-PAY-GROUP TO PCQ-GROUP
               CALL 'PAYCALLK' USING PAYCAL-REQUEST
               IF NOT PCQ-DEFAULTED
                   IF PCQ-GROUP NOT = ETY-PAY-GROUP
                       OR PCQ-END NOT = WS-TODAY-NUM
                       MOVE 'Y' TO TBL-ADJ-CARRY(WS-ADJ-SUB)
                       ADD 1 TO WS-CF-EMP-COUNT
                   END-IF
               END-IF
           END-IF.
       9330-READ-CARRY-PARA.
           READ ADJUST-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-FILE-FLAG
               NOT AT END
                   PERFORM 9340-CARRY-ROW-PARA
           END-READ.
       9340-CARRY-ROW-PARA.
           MOVE ZERO TO WS-ADJ-FIND
           PERFORM 9345-FIND-CARRY-PARA
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
           IF WS-ADJ-FIND > ZERO
               MOVE ADJ-PERIOD TO CLQ-PERIOD
               CALL 'CLOSLKUP' USING CLOSLKUP-REQUEST
               IF CLQ-PERIOD-CLOSED AND NOT ADJ-CLOSED-ROLL-FORWARD
                   CONTINUE
               ELSE
                   WRITE ADJ-CARRY-RECORD FROM ADJUSTMENT-RECORD
                   ADD 1 TO WS-TOT-ADJ-CARRIED
                   MOVE ADJ-EMP-ID TO ACF-EMP-ID
                   MOVE ADJ-TYPE   TO ACF-TYPE
                   MOVE ADJ-PERIOD TO ACF-PERIOD
                   MOVE ADJ-AMOUNT TO ACF-AMOUNT
                   WRITE REPORT-RECORD FROM ADJCARRY-LINE
                   ADD 1 TO WS-CNT-REPORT
               END-IF
           END-IF.
       9345-FIND-CARRY-PARA.
           IF TBL-ADJ-EMP-ID(WS-ADJ-SUB) = ADJ-EMP-ID
               AND ADJ-CARRIED-FORWARD(WS-ADJ-SUB)
               MOVE WS-ADJ-SUB TO WS-ADJ-FIND
           END-IF.
