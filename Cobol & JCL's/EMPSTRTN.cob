       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTRTN.
      *****************************************************
      *  MONTHLY STATUTORY REMITTANCE RETURNS.  RUNS IN THE *
      *  MONTH-END CLOSE AFTER THE MONTH'S FINAL PAY RUN    *
      *  AND BUILDS THE TWO RETURNS WE FILE: THE TAX OFFICE *
      *  WITHHOLDING RETURN (TAXRTN.DAT) AND THE SOCIAL-    *
      *  INSURANCE CONTRIBUTION RETURN (SIRTN.DAT).  EACH   *
      *  IS IN THE AUTHORITY'S LAYOUT - AN EMPLOYER HEADER  *
      *  CARRYING THE REGISTRATION REFERENCE, THE PERIOD    *
      *  AND AN XMITGEN SUBMISSION NUMBER, ONE LINE PER     *
      *  EMPLOYEE AND A CONTROL TRAILER WITH THE LINE COUNT *
      *  AND TOTALS - AND IS FILED BY EACH EMPLOYING        *
      *  COMPANY: AN EMPLOYEE'S LINES BELONG TO THE COMPANY *
      *  OF THEIR LOCATION (LOCM-COMPANY) AND EACH COMPANY  *
      *  GETS ITS OWN HEADER, LINES AND TRAILER CARRYING    *
      *  ITS REGISTRATIONS FROM COMPMAST.DAT.  RTNPARM.DAT  *
      *  IS ONLY THE FALLBACK FOR A SINGLE-COMPANY RUN      *
      *  WHOSE COMPANY HAS NO REGISTRATION ON THE MASTER.   *
      *  TAX LINES ARE SUMMED FROM PAY HISTORY              *
      *  (PAYHIST.DAT) FOR THE PERIOD - ALL OF AN           *
      *  EMPLOYEE'S ENTRIES NETTED TOGETHER, SO A REVERSED  *
      *  AND RERUN PERIOD FILES ONCE AT ITS CORRECTED       *
      *  FIGURES AND A REVERSED-ONLY ONE NOT AT ALL - AND   *
      *  SI LINES TAKE THE EMPLOYEE AND EMPLOYER SHARES     *
      *  FROM THE STATUTORY MONTH-TO-DATE STORE             *
      *  (STATMTD.DAT) THAT EMPSTMTD KEEPS AFTER EVERY PAY  *
      *  RUN, SO A MONTH WITH WEEKLY OR FORTNIGHTLY RUNS OR *
      *  AN OFF-CYCLE RUN RETURNS ALL OF THEM.  EACH        *
      *  COMPANY'S RETURN TOTALS ARE THEN PROVED AGAINST    *
      *  THE CREDITS EMPJRNL POSTED FOR THAT COMPANY IN     *
      *  EVERY RUN OF THE MONTH, AS KEPT ON THE STORE, TO   *
      *  TAX WITHHELD PAYABLE (PY9050), EMPLOYER SI         *
      *  PAYABLE (PY9510) AND, WHEN THE JOURNAL IS          *
      *  ITEMISED, THE EMPLOYEE SI LIABILITY - ACCOUNTS     *
      *  REMAPPED ON GLRULES.DAT ARE HONOURED.  AN          *
      *  OFF-CYCLE RUN IS NOT JOURNALLED, SO ITS SHARES ARE *
      *  ADDED TO THE JOURNAL SIDE FROM THE STORE AND THE   *
      *  PROOF IS NOTED WITH RETURN CODE 4.  ANY            *
      *  DIFFERENCE IS PRINTED ON THE PROOF REPORT          *
      *  (STRTNRPT.DAT) AND ENDS THE STEP WITH RETURN CODE  *
      *  8 SO AN UNPROVED RETURN IS NEVER FILED.  THE       *
      *  PERIOD COMES FROM PAYCTL.DAT AND CAN BE OVERRIDDEN *
      *  WITH RTNPER=YYYYMM.                                *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CONTROL-FILE ASSIGN TO 'PAYCTL.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PH-KEY
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT STAT-MTD-FILE ASSIGN TO 'STATMTD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SMT-KEY
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT RULES-FILE ASSIGN TO 'GLRULES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT PARM-FILE ASSIGN TO 'RTNPARM.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.

           SELECT TAX-RETURN-FILE ASSIGN TO 'TAXRTN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT7.

           SELECT SI-RETURN-FILE ASSIGN TO 'SIRTN.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT8.

           SELECT REPORT-FILE ASSIGN TO 'STRTNRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT9.

           SELECT RETURN-WORK-FILE ASSIGN TO 'STRTNWRK.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT10.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CONTROL-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY PAYCTL.
       FD  PAYHIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PAYHIST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  STAT-MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STATMTD.
       FD  RULES-FILE
           RECORD CONTAINS 29 CHARACTERS.
       COPY GLRULES.
       FD  PARM-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  PARM-RECORD.
           03  RTP-TAX-REF         PIC X(12).
           03  RTP-SI-REF          PIC X(12).
       FD  TAX-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-RETURN-RECORD       PIC X(80).
       FD  SI-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SI-RETURN-RECORD        PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD           PIC X(80).
      *    RETURN LINES TAGGED WITH THEIR COMPANY AND RETURN,
      *    READ BACK ONCE PER COMPANY TO BUILD ITS SETS.
       FD  RETURN-WORK-FILE
           RECORD CONTAINS 84 CHARACTERS.
       01  RETURN-WORK-RECORD.
           03  RWK-COMPANY         PIC X(03).
           03  RWK-RETURN          PIC X(01).
               88  RWK-TAX-LINE                VALUE 'T'.
               88  RWK-SI-LINE                 VALUE 'S'.
           03  RWK-LINE            PIC X(80).
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
       01  WS-FILE-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-MTD-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-STORE                  VALUE 'Y'.
       01  WS-RUL-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-RULES                  VALUE 'Y'.
       01  WS-RWK-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-WORK-FILE              VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  MASTER-OPEN                   VALUE 'Y'.
       01  WS-STORE-FLAG           PIC X(01) VALUE 'N'.
           88  STORE-LOADED                  VALUE 'Y'.
       01  WS-RULES-FLAG           PIC X(01) VALUE 'N'.
           88  RULES-LOADED                  VALUE 'Y'.
       01  WS-PROOF-FLAG           PIC X(01) VALUE 'Y'.
           88  RETURNS-PROVED                VALUE 'Y'.
       01  WS-TODAY.
           03  WS-TODAY-YR         PIC 9(04).
           03  WS-TODAY-MM         PIC 9(02).
           03  WS-TODAY-DD         PIC 9(02).
       01  WS-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-PAYCTL-PERIOD        PIC 9(06) VALUE ZERO.
       01  WS-PH-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-ENV-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-TAX-REF              PIC X(12) VALUE SPACES.
       01  WS-SI-REF               PIC X(12) VALUE SPACES.
       01  WS-TAX-ACCT             PIC X(06) VALUE 'PY9050'.
       01  WS-SI-PAY-ACCT          PIC X(06) VALUE 'PY9510'.
       01  WS-SI-EE-ACCT           PIC X(06) VALUE 'PY9500'.
       01  WS-SI-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-SI-TABLE.
           03  SI-ENTRY            OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SI-COUNT.
               05  TBL-SI-EMP-ID   PIC X(05).
               05  TBL-SI-EE       PIC 9(07)V99.
               05  TBL-SI-ER       PIC 9(07)V99.
               05  TBL-SI-OFC-TAX  PIC 9(07)V99.
               05  TBL-SI-OFC-EE   PIC 9(07)V99.
               05  TBL-SI-OFC-ER   PIC 9(07)V99.
               05  TBL-SI-USED     PIC X(01).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-FIND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-WORK-EMP-ID          PIC X(05) VALUE SPACES.
       01  WS-HST-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-HST-PAY-DATE         PIC 9(08) VALUE ZERO.
       01  WS-HST-GROSS            PIC S9(09)V99 VALUE ZERO.
       01  WS-HST-TAX              PIC S9(09)V99 VALUE ZERO.
       01  WS-HST-COMPANY          PIC X(03) VALUE SPACES.
       01  WS-WORK-COMPANY         PIC X(03) VALUE SPACES.
       01  WS-WORK-RETURN          PIC X(01) VALUE SPACES.
       01  WS-CO-SUB               PIC 9(02) VALUE ZERO.
       01  WS-CO-FIND              PIC 9(02) VALUE ZERO.
       01  WS-CO-LSUB              PIC 9(02) VALUE ZERO.
       01  WS-CO-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-CO-FILE-COUNT        PIC 9(07) VALUE ZERO.
      *    ONE ENTRY PER EMPLOYING COMPANY: ITS REGISTRATIONS,
      *    ITS RETURN TOTALS, THE JOURNAL CREDITS CARRYING ITS
      *    CODE AND ITS EMPLOYEES' OFF-CYCLE SHARES.
       01  WS-CO-TABLE.
           03  CO-ENTRY            OCCURS 20 TIMES.
               05  TBL-CO-CODE       PIC X(03).
               05  TBL-CO-TAX-REF    PIC X(12).
               05  TBL-CO-SI-REF     PIC X(12).
               05  TBL-CO-TAX-LINES  PIC 9(07).
               05  TBL-CO-SI-LINES   PIC 9(07).
               05  TBL-CO-GROSS      PIC 9(11)V99.
               05  TBL-CO-TAX        PIC 9(11)V99.
               05  TBL-CO-SI-BASE    PIC 9(11)V99.
               05  TBL-CO-SI-EE      PIC 9(11)V99.
               05  TBL-CO-SI-ER      PIC 9(11)V99.
               05  TBL-CO-JRN-TAX    PIC 9(11)V99.
               05  TBL-CO-JRN-SI-EE  PIC 9(11)V99.
               05  TBL-CO-JRN-SI-ER  PIC 9(11)V99.
               05  TBL-CO-OFC-TAX    PIC 9(11)V99.
               05  TBL-CO-OFC-SI-EE  PIC 9(11)V99.
               05  TBL-CO-OFC-SI-ER  PIC 9(11)V99.
       01  WS-COUNTERS.
           03  WS-TOT-HIST-READ    PIC 9(07) VALUE ZERO.
           03  WS-TOT-TAX-LINES    PIC 9(07) VALUE ZERO.
           03  WS-TOT-SI-LINES     PIC 9(07) VALUE ZERO.
           03  WS-TOT-SI-ORPHANS   PIC 9(05) VALUE ZERO.
           03  WS-TOT-NO-MASTER    PIC 9(05) VALUE ZERO.
       01  WS-RETURN-TOTALS.
           03  WS-RTN-GROSS        PIC 9(11)V99 VALUE ZERO.
           03  WS-RTN-TAX          PIC 9(11)V99 VALUE ZERO.
           03  WS-RTN-SI-BASE      PIC 9(11)V99 VALUE ZERO.
           03  WS-RTN-SI-EE        PIC 9(11)V99 VALUE ZERO.
           03  WS-RTN-SI-ER        PIC 9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-TOTALS.
           03  WS-JRN-TAX          PIC 9(11)V99 VALUE ZERO.
           03  WS-JRN-SI-EE        PIC 9(11)V99 VALUE ZERO.
           03  WS-JRN-SI-ER        PIC 9(11)V99 VALUE ZERO.
       01  WS-PROOF-JRN            PIC 9(11)V99 VALUE ZERO.
       01  WS-PROOF-DIFF           PIC S9(11)V99 VALUE ZERO.
       COPY XMITREQ.
       COPY REFLKREQ.
       COPY LOCMREC.
       COPY COMPREC.
      *****************************************************
      *  TAX OFFICE RETURN LAYOUT - HEADER, EMPLOYEE LINE,  *
      *  CONTROL TRAILER.  80-BYTE FIXED RECORDS.           *
      *****************************************************
       01  TAX-HEADER-REC.
           03  TXH-REC-CODE        PIC X(01) VALUE 'H'.
           03  TXH-RETURN-ID       PIC X(08) VALUE 'TAXRTN  '.
           03  TXH-EMPLR-REF       PIC X(12) VALUE SPACES.
           03  TXH-PERIOD          PIC 9(06) VALUE ZERO.
           03  TXH-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  TXH-SUBMISSION      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(39) VALUE SPACES.
       01  TAX-DETAIL-REC.
           03  TXD-REC-CODE        PIC X(01) VALUE 'D'.
           03  TXD-EMP-ID          PIC X(05) VALUE SPACES.
           03  TXD-EMP-NAME        PIC X(15) VALUE SPACES.
           03  TXD-PAY-DATE        PIC 9(08) VALUE ZERO.
           03  TXD-GROSS           PIC 9(09)V99 VALUE ZERO.
           03  TXD-TAX             PIC 9(09)V99 VALUE ZERO.
           03  FILLER              PIC X(29) VALUE SPACES.
       01  TAX-TRAILER-REC.
           03  TXT-REC-CODE        PIC X(01) VALUE 'T'.
           03  TXT-LINE-COUNT      PIC 9(07) VALUE ZERO.
           03  TXT-TOT-GROSS       PIC 9(11)V99 VALUE ZERO.
           03  TXT-TOT-TAX         PIC 9(11)V99 VALUE ZERO.
           03  FILLER              PIC X(46) VALUE SPACES.
      *****************************************************
      *  SOCIAL-INSURANCE RETURN LAYOUT.                    *
      *****************************************************
       01  SI-HEADER-REC.
           03  SIH-REC-CODE        PIC X(01) VALUE 'H'.
           03  SIH-RETURN-ID       PIC X(08) VALUE 'SIRTN   '.
           03  SIH-EMPLR-REF       PIC X(12) VALUE SPACES.
           03  SIH-PERIOD          PIC 9(06) VALUE ZERO.
           03  SIH-RUN-DATE        PIC 9(08) VALUE ZERO.
           03  SIH-SUBMISSION      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(39) VALUE SPACES.
       01  SI-DETAIL-REC.
           03  SID-REC-CODE        PIC X(01) VALUE 'D'.
           03  SID-EMP-ID          PIC X(05) VALUE SPACES.
           03  SID-EMP-NAME        PIC X(15) VALUE SPACES.
           03  SID-SI-BASE         PIC 9(09)V99 VALUE ZERO.
           03  SID-EE-SHARE        PIC 9(07)V99 VALUE ZERO.
           03  SID-ER-SHARE        PIC 9(07)V99 VALUE ZERO.
           03  FILLER              PIC X(30) VALUE SPACES.
       01  SI-TRAILER-REC.
           03  SIT-REC-CODE        PIC X(01) VALUE 'T'.
           03  SIT-LINE-COUNT      PIC 9(07) VALUE ZERO.
           03  SIT-TOT-BASE        PIC 9(11)V99 VALUE ZERO.
           03  SIT-TOT-EE          PIC 9(11)V99 VALUE ZERO.
           03  SIT-TOT-ER          PIC 9(11)V99 VALUE ZERO.
           03  FILLER              PIC X(33) VALUE SPACES.
      *****************************************************
      *  PROOF REPORT LINES.                                *
      *****************************************************
       01  HEADING-LINE1.
           03  FILLER              PIC X(40) VALUE
               'STATUTORY RETURNS PROOF FOR PERIOD'.
           03  OUT-HDG-PERIOD      PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(34) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(24) VALUE 'RETURN ITEM'.
           03  FILLER              PIC X(08) VALUE 'ACCOUNT'.
           03  FILLER              PIC X(16) VALUE '  RETURN TOTAL'.
           03  FILLER              PIC X(16) VALUE ' JOURNAL CREDIT'.
           03  FILLER              PIC X(16) VALUE '      DIFFERENCE'.
       01  PROOF-LINE.
           03  OUT-PRF-ITEM        PIC X(24) VALUE SPACES.
           03  OUT-PRF-ACCT        PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PRF-RETURN      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PRF-JOURNAL     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-PRF-DIFF        PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
       01  NOTE-LINE.
           03  OUT-NOTE-TEXT       PIC X(80) VALUE SPACES.
       01  COUNT-LINE.
           03  OUT-CNT-LABEL       PIC X(30) VALUE SPACES.
           03  OUT-CNT-VALUE       PIC ZZZ,ZZ9 VALUE ZERO.
           03  FILLER              PIC X(43) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 2000-PROCESS-PARA  UNTIL  END-OF-FILE
           PERFORM 2050-FLUSH-EMPLOYEE-PARA
           PERFORM 3000-FINISH-RETURNS-PARA
           PERFORM 4000-LOAD-JOURNAL-PARA
           PERFORM 5000-PROVE-RETURNS-PARA
           PERFORM 9000-TERMINATION-PARA.
           STOP RUN.
       1000-INITIALIZATION-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT PAY-CONTROL-FILE
           IF WS-FILE-STAT1 = '00'
               READ PAY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-PERIOD TO WS-PAYCTL-PERIOD
               END-READ
               CLOSE PAY-CONTROL-FILE
           END-IF
           MOVE WS-PAYCTL-PERIOD TO WS-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'RTNPER'
           IF WS-ENV-PERIOD NOT = SPACES
               AND WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD
           END-IF
           IF WS-PERIOD = ZERO
               COMPUTE WS-PERIOD = (WS-TODAY-YR * 100) + WS-TODAY-MM
               DISPLAY 'PAYCTL.DAT NOT PRESENT - RETURN PERIOD '
                   'TAKEN FROM THE RUN DATE'
           END-IF
           PERFORM 1100-LOAD-PARM-PARA
           PERFORM 1200-LOAD-RULES-PARA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT3 = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT NOT AVAILABLE - RETURN LINES '
                   'CARRY NO EMPLOYEE NAMES'
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDG-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1300-LOAD-SI-ITEMS-PARA
           OPEN OUTPUT RETURN-WORK-FILE
           OPEN INPUT PAYHIST-FILE
           IF WS-FILE-STAT2 NOT = '00'
               DISPLAY 'PAYHIST.DAT NOT AVAILABLE - NO RETURN '
                   'CAN BE BUILT'
               MOVE 'Y' TO WS-FILE-FLAG
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-READ-HISTORY-PARA
           END-IF.
      *****************************************************
      *  THE SINGLE-COMPANY FALLBACK REFERENCES.  WHETHER   *
      *  THEY ARE NEEDED IS ONLY KNOWN ONCE THE COMPANIES   *
      *  ARE (3050).                                        *
      *****************************************************
       1100-LOAD-PARM-PARA.
           OPEN INPUT PARM-FILE
           IF WS-FILE-STAT6 = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RTP-TAX-REF TO WS-TAX-REF
                       MOVE RTP-SI-REF  TO WS-SI-REF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *****************************************************
      *  THE PAYABLE ACCOUNTS THE RETURNS ARE PROVED        *
      *  AGAINST FOLLOW ANY REMAPPING FINANCE HAS DONE ON   *
      *  THE POSTING-RULES FILE, AS EMPJRNL DOES.           *
      *****************************************************
       1200-LOAD-RULES-PARA.
           OPEN INPUT RULES-FILE
           IF WS-FILE-STAT5 = '00'
               PERFORM 1210-READ-RULE-PARA UNTIL END-OF-RULES
               CLOSE RULES-FILE
           END-IF.
       1210-READ-RULE-PARA.
           READ RULES-FILE
               AT END
                   MOVE 'Y' TO WS-RUL-EOF-FLAG
               NOT AT END
                   MOVE 'Y' TO WS-RULES-FLAG
                   EVALUATE GLR-CODE
                       WHEN 'TAX'
                           MOVE GLR-ACCOUNT TO WS-TAX-ACCT
                       WHEN 'SIR'
                           MOVE GLR-ACCOUNT TO WS-SI-PAY-ACCT
                       WHEN 'SIE'
                           MOVE GLR-ACCOUNT TO WS-SI-EE-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *****************************************************
      *  THE MONTH'S EMPLOYEE ITEMS ON THE STORE - EVERY    *
      *  RUN WHOSE RETURN MONTH IS THE PERIOD - ARE TABLED  *
      *  BY EMPLOYEE SO THE HISTORY PASS CAN PICK UP BOTH   *
      *  SI SHARES ALONGSIDE THE PERIOD'S GROSS.  AN        *
      *  OFF-CYCLE RUN'S SHARES ARE ALSO HELD APART FOR THE *
      *  PROOF.  AN EMPLOYEE WITH NOTHING BUT TAX FROM A    *
      *  REGULAR RUN NEEDS NO ENTRY.                        *
      *****************************************************
       1300-LOAD-SI-ITEMS-PARA.
           OPEN INPUT STAT-MTD-FILE
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-STORE-FLAG
               PERFORM 1310-READ-STORE-PARA UNTIL END-OF-STORE
               CLOSE STAT-MTD-FILE
           ELSE
               DISPLAY 'STATMTD.DAT NOT PRESENT - NO SI SHARES AND '
                   'RETURNS CANNOT BE PROVED'
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
       1310-READ-STORE-PARA.
           READ STAT-MTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
               NOT AT END
                   IF SMT-EMPLOYEE-REC AND SMT-MONTH = WS-PERIOD
                       IF SMT-SI-EE NOT = ZERO
                          OR SMT-SI-ER NOT = ZERO
                          OR SMT-RUN-STAMP > ZERO
                           PERFORM 1320-TABLE-EMP-ITEM-PARA
                       END-IF
                   END-IF
           END-READ.
       1320-TABLE-EMP-ITEM-PARA.
           MOVE SMT-EMP-ID TO WS-WORK-EMP-ID
           PERFORM 1350-FIND-OR-ADD-SI-PARA
           IF WS-FIND-SUB > ZERO
               ADD SMT-SI-EE TO TBL-SI-EE(WS-FIND-SUB)
               ADD SMT-SI-ER TO TBL-SI-ER(WS-FIND-SUB)
               IF SMT-RUN-STAMP > ZERO
                   ADD SMT-AMOUNT TO TBL-SI-OFC-TAX(WS-FIND-SUB)
                   ADD SMT-SI-EE  TO TBL-SI-OFC-EE(WS-FIND-SUB)
                   ADD SMT-SI-ER  TO TBL-SI-OFC-ER(WS-FIND-SUB)
               END-IF
           END-IF.
       1350-FIND-OR-ADD-SI-PARA.
           PERFORM 1360-FIND-SI-PARA
           IF WS-FIND-SUB = ZERO
               IF WS-SI-COUNT < 2000
                   ADD 1 TO WS-SI-COUNT
                   MOVE WS-WORK-EMP-ID TO TBL-SI-EMP-ID(WS-SI-COUNT)
                   MOVE ZERO TO TBL-SI-EE(WS-SI-COUNT)
                                TBL-SI-ER(WS-SI-COUNT)
                                TBL-SI-OFC-TAX(WS-SI-COUNT)
                                TBL-SI-OFC-EE(WS-SI-COUNT)
                                TBL-SI-OFC-ER(WS-SI-COUNT)
                   MOVE 'N'  TO TBL-SI-USED(WS-SI-COUNT)
                   MOVE WS-SI-COUNT TO WS-FIND-SUB
               ELSE
                   DISPLAY 'WARNING - SI TABLE FULL AT 2000 - '
                       WS-WORK-EMP-ID ' NOT RETURNED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1360-FIND-SI-PARA.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM 1370-CHECK-SI-ENTRY-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SI-COUNT OR WS-FIND-SUB > ZERO.
       1370-CHECK-SI-ENTRY-PARA.
           IF TBL-SI-EMP-ID(WS-SUB) = WS-WORK-EMP-ID
               MOVE WS-SUB TO WS-FIND-SUB
           END-IF.
       1500-READ-HISTORY-PARA.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TOT-HIST-READ
           END-READ.
      *****************************************************
      *  THE PERIOD'S ENTRIES FOR AN EMPLOYEE ARE ADJACENT  *
      *  ON THE KEY, SO THEY ARE NETTED AS THEY ARE READ    *
      *  AND THE RETURN LINE GOES OUT WHEN THE EMPLOYEE     *
      *  CHANGES.  THE PAY DATE IS THE LATEST PAY ENTRY'S.  *
      *  A WEEKLY OR FORTNIGHTLY GROUP'S ENTRIES CARRY THE  *
      *  GROUP'S OWN PERIOD NUMBER, SO THEY ARE RETURNED IN *
      *  THE MONTH OF THEIR PAY DATE.                       *
      *****************************************************
       2000-PROCESS-PARA.
           IF PH-PAY-GROUP = SPACES
               MOVE PH-PERIOD TO WS-PH-MONTH
           ELSE
               COMPUTE WS-PH-MONTH = PH-PAY-DATE / 100
           END-IF
           IF WS-PH-MONTH = WS-PERIOD
               IF PH-EMP-ID NOT = WS-HST-EMP-ID
                   PERFORM 2050-FLUSH-EMPLOYEE-PARA
                   MOVE PH-EMP-ID TO WS-HST-EMP-ID
               END-IF
               ADD PH-GROSS TO WS-HST-GROSS
               ADD PH-TAX   TO WS-HST-TAX
               IF PH-PAY-ENTRY
                   MOVE PH-PAY-DATE TO WS-HST-PAY-DATE
               END-IF
           END-IF
           PERFORM 1500-READ-HISTORY-PARA.
       2050-FLUSH-EMPLOYEE-PARA.
           IF WS-HST-EMP-ID NOT = SPACES
               IF WS-HST-GROSS NOT = ZERO OR WS-HST-TAX NOT = ZERO
                   PERFORM 2100-GET-NAME-PARA
                   MOVE WS-HST-COMPANY TO WS-WORK-COMPANY
                   PERFORM 2150-FIND-COMPANY-PARA
                   IF WS-CO-SUB > ZERO
                       MOVE WS-HST-EMP-ID TO WS-WORK-EMP-ID
                       PERFORM 1360-FIND-SI-PARA
                       PERFORM 2200-WRITE-TAX-LINE-PARA
                       PERFORM 2300-WRITE-SI-LINE-PARA
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-HST-EMP-ID
           MOVE ZERO   TO WS-HST-PAY-DATE WS-HST-GROSS WS-HST-TAX.
       2100-GET-NAME-PARA.
           MOVE SPACES TO TXD-EMP-NAME
                          WS-HST-COMPANY
           IF MASTER-OPEN
               MOVE WS-HST-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-TOT-NO-MASTER
                   NOT INVALID KEY
                       MOVE EMP-NAME TO TXD-EMP-NAME
                       PERFORM 2110-EMP-COMPANY-PARA
               END-READ
           END-IF.
      *****************************************************
      *  THE EMPLOYING COMPANY IS THE ONE THE EMPLOYEE'S    *
      *  LOCATION BELONGS TO.  AN EMPLOYEE WHOSE COMPANY    *
      *  CANNOT BE FOUND IS RETURNED UNDER A BLANK COMPANY, *
      *  WHICH ONLY FILES CLEAN IN A SINGLE-COMPANY RUN.    *
      *****************************************************
       2110-EMP-COMPANY-PARA.
           MOVE 'L'     TO RLK-FILE-ID
           MOVE SPACES  TO RLK-KEY
           MOVE EMP-LOC TO RLK-KEY
           CALL 'REFLKUP' USING REFLKUP-REQUEST
           IF RLK-REC-FOUND
               MOVE RLK-DATA     TO LOCM-RECORD
               MOVE LOCM-COMPANY TO WS-HST-COMPANY
           END-IF.
       2150-FIND-COMPANY-PARA.
           MOVE ZERO TO WS-CO-FIND
           PERFORM 2160-MATCH-COMPANY-PARA
               VARYING WS-CO-LSUB FROM 1 BY 1
               UNTIL WS-CO-LSUB > WS-CO-COUNT
                  OR WS-CO-FIND > ZERO
           IF WS-CO-FIND = ZERO
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   INITIALIZE CO-ENTRY(WS-CO-COUNT)
                   MOVE WS-WORK-COMPANY TO TBL-CO-CODE(WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-FIND
               ELSE
                   DISPLAY 'WARNING - COMPANY TABLE FULL AT 20 - '
                       WS-WORK-COMPANY ' NOT RETURNED'
                   MOVE 'N' TO WS-PROOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-CO-FIND TO WS-CO-SUB.
       2160-MATCH-COMPANY-PARA.
           IF TBL-CO-CODE(WS-CO-LSUB) = WS-WORK-COMPANY
               MOVE WS-CO-LSUB TO WS-CO-FIND
           END-IF.
       2200-WRITE-TAX-LINE-PARA.
           MOVE WS-HST-EMP-ID   TO TXD-EMP-ID
           MOVE WS-HST-PAY-DATE TO TXD-PAY-DATE
           MOVE WS-HST-GROSS    TO TXD-GROSS
           MOVE WS-HST-TAX      TO TXD-TAX
           MOVE TBL-CO-CODE(WS-CO-SUB) TO RWK-COMPANY
           MOVE 'T'                    TO RWK-RETURN
           MOVE TAX-DETAIL-REC         TO RWK-LINE
           WRITE RETURN-WORK-RECORD
           ADD 1            TO WS-TOT-TAX-LINES
                               TBL-CO-TAX-LINES(WS-CO-SUB)
           ADD WS-HST-GROSS TO WS-RTN-GROSS
                               TBL-CO-GROSS(WS-CO-SUB)
           ADD WS-HST-TAX   TO WS-RTN-TAX
                               TBL-CO-TAX(WS-CO-SUB)
           IF WS-FIND-SUB > ZERO
               MOVE 'Y' TO TBL-SI-USED(WS-FIND-SUB)
               ADD TBL-SI-OFC-TAX(WS-FIND-SUB)
                   TO TBL-CO-OFC-TAX(WS-CO-SUB)
               ADD TBL-SI-OFC-EE(WS-FIND-SUB)
                   TO TBL-CO-OFC-SI-EE(WS-CO-SUB)
               ADD TBL-SI-OFC-ER(WS-FIND-SUB)
                   TO TBL-CO-OFC-SI-ER(WS-CO-SUB)
           END-IF.
       2300-WRITE-SI-LINE-PARA.
           IF WS-FIND-SUB > ZERO
              AND (TBL-SI-EE(WS-FIND-SUB) NOT = ZERO
                   OR TBL-SI-ER(WS-FIND-SUB) NOT = ZERO)
               MOVE WS-HST-EMP-ID TO SID-EMP-ID
               MOVE TXD-EMP-NAME  TO SID-EMP-NAME
               MOVE WS-HST-GROSS  TO SID-SI-BASE
               MOVE TBL-SI-EE(WS-FIND-SUB) TO SID-EE-SHARE
               MOVE TBL-SI-ER(WS-FIND-SUB) TO SID-ER-SHARE
               MOVE TBL-CO-CODE(WS-CO-SUB) TO RWK-COMPANY
               MOVE 'S'                    TO RWK-RETURN
               MOVE SI-DETAIL-REC          TO RWK-LINE
               WRITE RETURN-WORK-RECORD
               ADD 1            TO WS-TOT-SI-LINES
                                   TBL-CO-SI-LINES(WS-CO-SUB)
               ADD WS-HST-GROSS TO WS-RTN-SI-BASE
                                   TBL-CO-SI-BASE(WS-CO-SUB)
               ADD TBL-SI-EE(WS-FIND-SUB) TO WS-RTN-SI-EE
                                             TBL-CO-SI-EE(WS-CO-SUB)
               ADD TBL-SI-ER(WS-FIND-SUB) TO WS-RTN-SI-ER
                                             TBL-CO-SI-ER(WS-CO-SUB)
           END-IF.
      *****************************************************
      *  BUILD THE RETURNS ONE COMPANY AT A TIME - HEADER,  *
      *  THAT COMPANY'S LINES OFF THE WORK FILE, TRAILER.   *
      *  A PERIOD WITH NO LINES STILL FILES ONE NIL SET.    *
      *  SI ITEMS FOR AN EMPLOYEE WITH NO PAY HISTORY IN    *
      *  THE PERIOD CANNOT BE RETURNED AGAINST A GROSS -    *
      *  THEY ARE LISTED AND THE PROOF WILL SHOW THE GAP.   *
      *****************************************************
       3000-FINISH-RETURNS-PARA.
           CLOSE RETURN-WORK-FILE
           IF WS-CO-COUNT = ZERO
               MOVE SPACES TO WS-WORK-COMPANY
               PERFORM 2150-FIND-COMPANY-PARA
           END-IF
           PERFORM 3050-COMPANY-REFS-PARA
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           OPEN OUTPUT TAX-RETURN-FILE
           PERFORM 3200-WRITE-TAX-RETURN-PARA
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           CLOSE TAX-RETURN-FILE
           OPEN OUTPUT SI-RETURN-FILE
           PERFORM 3300-WRITE-SI-RETURN-PARA
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           CLOSE SI-RETURN-FILE
           PERFORM 3100-LIST-SI-ORPHAN-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SI-COUNT.
      *****************************************************
      *  A COMPANY FILES UNDER ITS OWN REGISTRATIONS FROM   *
      *  THE COMPANY MASTER.  ONLY A SINGLE-COMPANY RUN MAY *
      *  FALL BACK ON RTNPARM.DAT FOR ONE THAT IS MISSING.  *
      *****************************************************
       3050-COMPANY-REFS-PARA.
           IF TBL-CO-CODE(WS-CO-SUB) NOT = SPACES
               MOVE 'K'                    TO RLK-FILE-ID
               MOVE SPACES                 TO RLK-KEY
               MOVE TBL-CO-CODE(WS-CO-SUB) TO RLK-KEY
               CALL 'REFLKUP' USING REFLKUP-REQUEST
               IF RLK-REC-FOUND
                   MOVE RLK-DATA     TO COMP-RECORD
                   MOVE COMP-TAX-REG TO TBL-CO-TAX-REF(WS-CO-SUB)
                   MOVE COMP-SI-REG  TO TBL-CO-SI-REF(WS-CO-SUB)
                   IF COMP-TAX-REG(13:3) NOT = SPACES
                       DISPLAY 'WARNING - TAX REGISTRATION '
                           COMP-TAX-REG ' OF COMPANY '
                           TBL-CO-CODE(WS-CO-SUB)
                           ' IS LONGER THAN THE RETURN HEADER HOLDS'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'WARNING - COMPANY '
                       TBL-CO-CODE(WS-CO-SUB)
                       ' NOT ON COMPMAST.DAT - NO REGISTRATIONS'
               END-IF
           END-IF
           IF WS-CO-COUNT = 1
               IF TBL-CO-TAX-REF(WS-CO-SUB) = SPACES
                   MOVE WS-TAX-REF TO TBL-CO-TAX-REF(WS-CO-SUB)
               END-IF
               IF TBL-CO-SI-REF(WS-CO-SUB) = SPACES
                   MOVE WS-SI-REF  TO TBL-CO-SI-REF(WS-CO-SUB)
               END-IF
           END-IF
           IF TBL-CO-TAX-REF(WS-CO-SUB) = SPACES
              OR TBL-CO-SI-REF(WS-CO-SUB) = SPACES
               DISPLAY 'WARNING - EMPLOYER REFERENCE MISSING FOR '
                   'COMPANY ' TBL-CO-CODE(WS-CO-SUB)
                   ' - RETURN HEADER LEFT BLANK'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3200-WRITE-TAX-RETURN-PARA.
           MOVE TBL-CO-TAX-REF(WS-CO-SUB) TO TXH-EMPLR-REF
           MOVE WS-PERIOD  TO TXH-PERIOD
           MOVE WS-TODAY   TO TXH-RUN-DATE
           MOVE 'EMPTXRTN' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO TXH-SUBMISSION
           WRITE TAX-RETURN-RECORD FROM TAX-HEADER-REC
           MOVE 'T' TO WS-WORK-RETURN
           PERFORM 3400-COPY-LINES-PARA
           IF WS-CO-FILE-COUNT NOT = TBL-CO-TAX-LINES(WS-CO-SUB)
               PERFORM 3500-LINES-SHORT-PARA
           END-IF
           MOVE TBL-CO-TAX-LINES(WS-CO-SUB) TO TXT-LINE-COUNT
           MOVE TBL-CO-GROSS(WS-CO-SUB)     TO TXT-TOT-GROSS
           MOVE TBL-CO-TAX(WS-CO-SUB)       TO TXT-TOT-TAX
           WRITE TAX-RETURN-RECORD FROM TAX-TRAILER-REC.
       3300-WRITE-SI-RETURN-PARA.
           MOVE TBL-CO-SI-REF(WS-CO-SUB) TO SIH-EMPLR-REF
           MOVE WS-PERIOD  TO SIH-PERIOD
           MOVE WS-TODAY   TO SIH-RUN-DATE
           MOVE 'EMPSIRTN' TO XG-FEED-ID
           CALL 'XMITGEN' USING XMITGEN-REQUEST
           MOVE XG-GENERATION TO SIH-SUBMISSION
           WRITE SI-RETURN-RECORD FROM SI-HEADER-REC
           MOVE 'S' TO WS-WORK-RETURN
           PERFORM 3400-COPY-LINES-PARA
           IF WS-CO-FILE-COUNT NOT = TBL-CO-SI-LINES(WS-CO-SUB)
               PERFORM 3500-LINES-SHORT-PARA
           END-IF
           MOVE TBL-CO-SI-LINES(WS-CO-SUB) TO SIT-LINE-COUNT
           MOVE TBL-CO-SI-BASE(WS-CO-SUB)  TO SIT-TOT-BASE
           MOVE TBL-CO-SI-EE(WS-CO-SUB)    TO SIT-TOT-EE
           MOVE TBL-CO-SI-ER(WS-CO-SUB)    TO SIT-TOT-ER
           WRITE SI-RETURN-RECORD FROM SI-TRAILER-REC.
       3400-COPY-LINES-PARA.
           MOVE ZERO TO WS-CO-FILE-COUNT
           MOVE 'N'  TO WS-RWK-EOF-FLAG
           OPEN INPUT RETURN-WORK-FILE
           IF WS-FILE-STAT10 = '00'
               PERFORM 3410-COPY-LINE-PARA UNTIL END-OF-WORK-FILE
               CLOSE RETURN-WORK-FILE
           END-IF.
       3410-COPY-LINE-PARA.
           READ RETURN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-RWK-EOF-FLAG
               NOT AT END
                   IF RWK-COMPANY = TBL-CO-CODE(WS-CO-SUB)
                      AND RWK-RETURN = WS-WORK-RETURN
                       IF RWK-TAX-LINE
                           WRITE TAX-RETURN-RECORD FROM RWK-LINE
                       ELSE
                           WRITE SI-RETURN-RECORD FROM RWK-LINE
                       END-IF
                       ADD 1 TO WS-CO-FILE-COUNT
                   END-IF
           END-READ.
       3500-LINES-SHORT-PARA.
           DISPLAY 'COMPANY ' TBL-CO-CODE(WS-CO-SUB) ' RETURN '
               WS-WORK-RETURN ' HAS ' WS-CO-FILE-COUNT
               ' LINES OFF STRTNWRK.DAT - TRAILER DOES NOT AGREE'
           MOVE 'N' TO WS-PROOF-FLAG
           MOVE 8 TO RETURN-CODE.
       3100-LIST-SI-ORPHAN-PARA.
           IF TBL-SI-USED(WS-SUB) NOT = 'Y'
              AND (TBL-SI-EE(WS-SUB) NOT = ZERO
                   OR TBL-SI-ER(WS-SUB) NOT = ZERO)
               ADD 1 TO WS-TOT-SI-ORPHANS
               MOVE SPACES TO OUT-NOTE-TEXT
               STRING 'SI ITEMS FOR ' DELIMITED BY SIZE
                      TBL-SI-EMP-ID(WS-SUB) DELIMITED BY SIZE
                      ' HAVE NO PAY HISTORY FOR THE PERIOD'
                          DELIMITED BY SIZE
                   INTO OUT-NOTE-TEXT
               END-STRING
               WRITE REPORT-RECORD FROM NOTE-LINE
           END-IF.
      *****************************************************
      *  THE JOURNAL CREDITS KEPT ON THE STORE FOR EVERY    *
      *  RUN WHOSE RETURN MONTH IS THE PERIOD.  A LINE      *
      *  EMPJRNL MOVED TO SUSPENSE WAS KEPT UNDER THE       *
      *  ACCOUNT IT WAS MEANT FOR.                          *
      *****************************************************
       4000-LOAD-JOURNAL-PARA.
           IF STORE-LOADED
               MOVE 'N' TO WS-MTD-EOF-FLAG
               OPEN INPUT STAT-MTD-FILE
               IF WS-FILE-STAT4 = '00'
                   PERFORM 4100-READ-CREDIT-PARA UNTIL END-OF-STORE
                   CLOSE STAT-MTD-FILE
               ELSE
                   DISPLAY 'STATMTD.DAT NOT AVAILABLE - RETURNS '
                       'CANNOT BE PROVED'
                   MOVE 'N' TO WS-STORE-FLAG
                   MOVE 'N' TO WS-PROOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4100-READ-CREDIT-PARA.
           READ STAT-MTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
               NOT AT END
                   IF SMT-CREDIT-REC AND SMT-MONTH = WS-PERIOD
                       EVALUATE SMT-ACCOUNT
                           WHEN WS-TAX-ACCT
                           WHEN WS-SI-PAY-ACCT
                           WHEN WS-SI-EE-ACCT
                               PERFORM 4150-ADD-CREDIT-PARA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
      *****************************************************
      *  A PAYABLE CREDIT COUNTS TOWARDS THE COMPANY ON ITS *
      *  LINE (SMT-COMPANY).  A COMPANY WITH CREDITS BUT NO  *
      *  RETURN IS ADDED SO ITS PROOF SHOWS THE GAP.  WITH  *
      *  ONE COMPANY EVERY CREDIT IS ITS, WHICH ALSO PROVES *
      *  A JOURNAL WRITTEN BEFORE LINES CARRIED A COMPANY.  *
      *****************************************************
       4150-ADD-CREDIT-PARA.
           IF WS-CO-COUNT = 1
               MOVE 1 TO WS-CO-SUB
           ELSE
               MOVE SMT-COMPANY TO WS-WORK-COMPANY
               PERFORM 2150-FIND-COMPANY-PARA
           END-IF
           EVALUATE SMT-ACCOUNT
               WHEN WS-TAX-ACCT
                   ADD SMT-AMOUNT TO WS-JRN-TAX
                   IF WS-CO-SUB > ZERO
                       ADD SMT-AMOUNT TO TBL-CO-JRN-TAX(WS-CO-SUB)
                   END-IF
               WHEN WS-SI-PAY-ACCT
                   ADD SMT-AMOUNT TO WS-JRN-SI-ER
                   IF WS-CO-SUB > ZERO
                       ADD SMT-AMOUNT TO TBL-CO-JRN-SI-ER(WS-CO-SUB)
                   END-IF
               WHEN OTHER
                   ADD SMT-AMOUNT TO WS-JRN-SI-EE
                   IF WS-CO-SUB > ZERO
                       ADD SMT-AMOUNT TO TBL-CO-JRN-SI-EE(WS-CO-SUB)
                   END-IF
           END-EVALUATE.
      *****************************************************
      *  PROVE EACH COMPANY'S RETURN TOTALS AGAINST ITS     *
      *  PAYABLES.  THE EMPLOYEE SI SHARE ONLY HAS ITS OWN  *
      *  CREDIT LINE WHEN THE JOURNAL IS BUILT FROM THE     *
      *  POSTING RULES, SO WITHOUT GLRULES.DAT THAT LINE IS *
      *  NOTED, NOT FAILED.  THE JOURNAL SIDE INCLUDES THE  *
      *  COMPANY'S OFF-CYCLE SHARES, WHICH NO JOURNAL       *
      *  CARRIES, AND SAYS SO.                              *
      *****************************************************
       5000-PROVE-RETURNS-PARA.
           WRITE REPORT-RECORD FROM HEADING-LINE2
           PERFORM 5050-PROVE-COMPANY-PARA
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           IF NOT RULES-LOADED
               MOVE 'EMPLOYEE SI SHARE NOT ITEMISED ON THE JOURNAL - NOT
      -            ' PROVED' TO OUT-NOTE-TEXT
               WRITE REPORT-RECORD FROM NOTE-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RETURNS-PROVED
               MOVE 'RETURNS PROVED TO THE LEDGER - RELEASE FOR FILIN
      -            'G' TO OUT-NOTE-TEXT
           ELSE
               MOVE 'RETURNS NOT PROVED - DO NOT FILE UNTIL THE DIFFE
      -            'RENCE IS CLEARED' TO OUT-NOTE-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-RECORD FROM NOTE-LINE.
       5050-PROVE-COMPANY-PARA.
           IF WS-CO-COUNT > 1
               MOVE SPACES TO OUT-NOTE-TEXT
               IF TBL-CO-CODE(WS-CO-SUB) = SPACES
                   MOVE 'COMPANY NOT KNOWN' TO OUT-NOTE-TEXT
               ELSE
                   STRING 'COMPANY ' TBL-CO-CODE(WS-CO-SUB)
                       DELIMITED BY SIZE INTO OUT-NOTE-TEXT
                   END-STRING
               END-IF
               WRITE REPORT-RECORD FROM NOTE-LINE
           END-IF
           MOVE 'TAX WITHHELD'            TO OUT-PRF-ITEM
           MOVE WS-TAX-ACCT               TO OUT-PRF-ACCT
           MOVE TBL-CO-TAX(WS-CO-SUB)     TO OUT-PRF-RETURN
           COMPUTE WS-PROOF-JRN  = TBL-CO-JRN-TAX(WS-CO-SUB)
                                 + TBL-CO-OFC-TAX(WS-CO-SUB)
           COMPUTE WS-PROOF-DIFF = TBL-CO-TAX(WS-CO-SUB)
                                 - WS-PROOF-JRN
           PERFORM 5100-WRITE-PROOF-PARA
           MOVE 'EMPLOYER SI SHARE'         TO OUT-PRF-ITEM
           MOVE WS-SI-PAY-ACCT              TO OUT-PRF-ACCT
           MOVE TBL-CO-SI-ER(WS-CO-SUB)     TO OUT-PRF-RETURN
           COMPUTE WS-PROOF-JRN  = TBL-CO-JRN-SI-ER(WS-CO-SUB)
                                 + TBL-CO-OFC-SI-ER(WS-CO-SUB)
           COMPUTE WS-PROOF-DIFF = TBL-CO-SI-ER(WS-CO-SUB)
                                 - WS-PROOF-JRN
           PERFORM 5100-WRITE-PROOF-PARA
           IF RULES-LOADED
               MOVE 'EMPLOYEE SI SHARE'         TO OUT-PRF-ITEM
               MOVE WS-SI-EE-ACCT               TO OUT-PRF-ACCT
               MOVE TBL-CO-SI-EE(WS-CO-SUB)     TO OUT-PRF-RETURN
               COMPUTE WS-PROOF-JRN  = TBL-CO-JRN-SI-EE(WS-CO-SUB)
                                     + TBL-CO-OFC-SI-EE(WS-CO-SUB)
               COMPUTE WS-PROOF-DIFF = TBL-CO-SI-EE(WS-CO-SUB)
                                     - WS-PROOF-JRN
               PERFORM 5100-WRITE-PROOF-PARA
           END-IF
           IF TBL-CO-OFC-TAX(WS-CO-SUB) NOT = ZERO
              OR TBL-CO-OFC-SI-EE(WS-CO-SUB) NOT = ZERO
              OR TBL-CO-OFC-SI-ER(WS-CO-SUB) NOT = ZERO
               MOVE 'JOURNAL SIDE INCLUDES OFF-CYCLE PAY, WHICH IS NOT J
      -            'OURNALLED' TO OUT-NOTE-TEXT
               WRITE REPORT-RECORD FROM NOTE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5100-WRITE-PROOF-PARA.
           MOVE WS-PROOF-JRN  TO OUT-PRF-JOURNAL
           MOVE WS-PROOF-DIFF TO OUT-PRF-DIFF
           IF WS-PROOF-DIFF NOT = ZERO
               MOVE 'N' TO WS-PROOF-FLAG
           END-IF
           IF NOT STORE-LOADED
               MOVE 'N' TO WS-PROOF-FLAG
           END-IF
           WRITE REPORT-RECORD FROM PROOF-LINE.
       9000-TERMINATION-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TAX RETURN LINES'       TO OUT-CNT-LABEL
           MOVE WS-TOT-TAX-LINES         TO OUT-CNT-VALUE
           WRITE REPORT-RECORD FROM COUNT-LINE
           MOVE 'SI RETURN LINES'        TO OUT-CNT-LABEL
           MOVE WS-TOT-SI-LINES          TO OUT-CNT-VALUE
           WRITE REPORT-RECORD FROM COUNT-LINE
           MOVE 'SI ITEMS WITH NO HISTORY' TO OUT-CNT-LABEL
           MOVE WS-TOT-SI-ORPHANS        TO OUT-CNT-VALUE
           WRITE REPORT-RECORD FROM COUNT-LINE
           DISPLAY '** STATUTORY RETURNS SUMMARY **'
           DISPLAY 'RETURN PERIOD       : ', WS-PERIOD
           DISPLAY 'COMPANIES RETURNED  : ', WS-CO-COUNT
           DISPLAY 'HISTORY RECORDS READ: ', WS-TOT-HIST-READ
           DISPLAY 'TAX RETURN LINES    : ', WS-TOT-TAX-LINES
           DISPLAY 'TAX WITHHELD        : ', WS-RTN-TAX
           DISPLAY 'SI RETURN LINES     : ', WS-TOT-SI-LINES
           DISPLAY 'SI EMPLOYEE SHARE   : ', WS-RTN-SI-EE
           DISPLAY 'SI EMPLOYER SHARE   : ', WS-RTN-SI-ER
           DISPLAY 'NOT ON MASTER       : ', WS-TOT-NO-MASTER
           IF RETURNS-PROVED
               DISPLAY 'RETURNS PROVED TO THE JOURNAL CREDITS'
           ELSE
               DISPLAY 'RETURNS NOT PROVED - SEE STRTNRPT.DAT'
           END-IF
           CLOSE REPORT-FILE
           IF MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-FILE-STAT2 = '00' OR WS-FILE-STAT2 = '10'
               CLOSE PAYHIST-FILE
           END-IF.
