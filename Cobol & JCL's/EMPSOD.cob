       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSOD.
      *****************************************************
      *  MONTHLY SEGREGATION-OF-DUTIES VIOLATION REPORT.    *
      *  CROSS-CHECKS THE MONTH'S OPERATOR ACTION JOURNAL   *
      *  (OPRACT.DAT - KEYED TRANSACTIONS FROM EMPTRNRL,    *
      *  DUAL-CONTROL BATCH APPROVALS FROM EMPMAINT,        *
      *  TIMECARD APPROVALS FROM EMPTCAPP AND BANK DETAIL   *
      *  TRANSACTIONS FROM BNKMAINT) AGAINST THE OPERATOR   *
      *  PROFILES (OPRMAST.DAT, OPR-EMP-ID), THE EMPLOYEE   *
      *  MASTER, THE DEPARTMENT HIERARCHY (DEPTMAST.DAT,    *
      *  DEPT-PARENT) AND THE MASTER CHANGE HISTORY         *
      *  (AUDHIST.DAT).  FINDINGS: AN OPERATOR WHO KEYED A  *
      *  TRANSACTION AND ALSO APPROVED THE RELEASE BATCH IT *
      *  WENT OUT UNDER (KEY+APPROVE); WHO KEYED A          *
      *  TRANSACTION FOR THEIR OWN EMP-ID (OWN RECORD); WHO *
      *  KEYED A BANK DETAIL TRANSACTION FOR THEMSELVES     *
      *  (OWN BANK); WHO APPROVED THEIR OWN TIMECARD (OWN   *
      *  TIMECARD); OR WHOSE ADD, CHANGE OR REHIRE CHANGED  *
      *  THE PAY OF AN EMPLOYEE IN THEIR OWN DEPARTMENT, OR *
      *  A DEPARTMENT ABOVE OR BELOW IT (DEPT CHAIN PAY),   *
      *  CONFIRMED FROM THE BEFORE AND AFTER IMAGES ON      *
      *  AUDHIST.DAT.  A TRANSACTION HELD FOR A LATER       *
      *  EFFECTIVE DATE IS MATCHED IN THE MONTH IT FALLS    *
      *  DUE, AGAINST THE RELEASE BATCH OF THAT DATE.       *
      *  EVERY FINDING IS LISTED ON SODRPT.DAT FOLLOWED BY  *
      *  ITS EVIDENCE RECORDS, AND RAISED ON THE EXCEPTION  *
      *  REGISTER THROUGH EXCPWRTR KEYED OPERATOR AND       *
      *  PERIOD.  PERIOD DEFAULTS TO THE MONTH BEFORE THE   *
      *  RUN DATE, OVERRIDE WITH SODPER=YYYYMM.  RC=4 WHEN  *
      *  ANYTHING WAS FOUND OR THE JOURNAL IS MISSING.      *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-ACTION-FILE ASSIGN TO 'OPRACT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT1.

           SELECT OPERATOR-FILE ASSIGN TO 'OPRMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT2.

           SELECT DEPT-MASTER ASSIGN TO 'DEPTMAST.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT3.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-BADGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS  IS WS-FILE-STAT4.

           SELECT AUDIT-HIST-FILE ASSIGN TO 'AUDHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AH-KEY
           FILE STATUS  IS WS-FILE-STAT5.

           SELECT REPORT-FILE ASSIGN TO 'SODRPT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FILE-STAT6.
       DATA DIVISION.
       FILE SECTION.
       FD  OPR-ACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPR-ACTION-LOG-RECORD   PIC X(80).
       FD  OPERATOR-FILE
           RECORD CONTAINS 35 CHARACTERS.
       COPY OPRREC.
       FD  DEPT-MASTER.
       COPY DEPTREC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMREC.
       FD  AUDIT-HIST-FILE.
       COPY AUDHIST.
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
       01  WS-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-INPUT                  VALUE 'Y'.
       01  WS-AH-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-AUDHIST                VALUE 'Y'.
       01  WS-EMPMAST-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  EMPMAST-OPEN                  VALUE 'Y'.
       01  WS-AUDHIST-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88  AUDHIST-OPEN                  VALUE 'Y'.
       01  WS-CUR-LOGGED-FLAG      PIC X(01) VALUE 'N'.
           88  CUR-LOGGED-IN-PERIOD          VALUE 'Y'.
       01  WS-CUR-DUE-FLAG         PIC X(01) VALUE 'N'.
           88  CUR-DUE-IN-PERIOD             VALUE 'Y'.
       01  WS-JNL-FULL-FLAG        PIC X(01) VALUE 'N'.
           88  JOURNAL-TABLE-FULL            VALUE 'Y'.
       01  WS-CHAIN-FLAG           PIC X(01) VALUE 'N'.
           88  IN-DEPT-CHAIN                 VALUE 'Y'.
       01  WS-PAY-CHANGE-FLAG      PIC X(01) VALUE 'N'.
           88  PAY-CHANGED                   VALUE 'Y'.
       01  WS-BEFORE-FLAG          PIC X(01) VALUE 'N'.
           88  BEFORE-IMAGE-HELD             VALUE 'Y'.
       01  WS-AH-MODE              PIC X(01) VALUE 'C'.
           88  AH-CHECK-MODE                 VALUE 'C'.
           88  AH-PRINT-MODE                 VALUE 'P'.
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
       01  WS-PER-FIRST            PIC 9(08) VALUE ZERO.
       01  WS-PER-LAST             PIC 9(08) VALUE ZERO.
       01  WS-OPR-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-OPR-TABLE.
           03  OPT-ENTRY           OCCURS 500 TIMES.
               05  OPT-ID          PIC X(08).
               05  OPT-EMP-ID      PIC X(05).
               05  OPT-DEPT        PIC X(04).
       01  WS-DEPT-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  DPT-ENTRY           OCCURS 500 TIMES.
               05  DPT-CODE        PIC X(04).
               05  DPT-PARENT      PIC X(04).
       01  WS-JNL-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-JNL-TABLE.
           03  JNL-ENTRY           OCCURS 5000 TIMES.
               05  JNL-DATA        PIC X(80).
               05  JNL-LOGGED      PIC X(01).
               05  JNL-DUE         PIC X(01).
       01  WS-SUB                  PIC 9(04) VALUE ZERO.
       01  WS-JNL-SUB              PIC 9(04) VALUE ZERO.
       01  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
       01  WS-OPR-FIND             PIC 9(04) VALUE ZERO.
       01  WS-DEPT-FIND            PIC 9(04) VALUE ZERO.
       01  WS-DEPTH                PIC 9(02) VALUE ZERO.
       01  WS-MATCH-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-OPR-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-OPR-DEPT             PIC X(04) VALUE SPACES.
       01  WS-TGT-DEPT             PIC X(04) VALUE SPACES.
       01  WS-WALK-DEPT            PIC X(04) VALUE SPACES.
       01  WS-WALK-TARGET          PIC X(04) VALUE SPACES.
       01  WS-AB-OPERATOR          PIC X(08) VALUE SPACES.
       01  WS-AB-BATCH             PIC X(08) VALUE SPACES.
       01  WS-AB-RECORD            PIC X(80) VALUE SPACES.
       01  WS-HOLD-RECORD          PIC X(80) VALUE SPACES.
       01  WS-KT-REL-BATCH         PIC X(08) VALUE SPACES.
       01  WS-DUE-BATCH.
           03  FILLER              PIC X(02) VALUE 'RL'.
           03  WS-DUE-DATE-PART    PIC X(06) VALUE SPACES.
       01  WS-BEFORE-EARN          PIC 9(5)V99 VALUE ZERO.
       01  WS-FND-OPERATOR         PIC X(08) VALUE SPACES.
       01  WS-FND-EMP-ID           PIC X(05) VALUE SPACES.
       01  WS-FND-TYPE             PIC X(14) VALUE SPACES.
       01  WS-FND-TEXT             PIC X(40) VALUE SPACES.
       01  WS-COUNTERS.
           03  WS-TOT-JOURNAL      PIC 9(05) VALUE ZERO.
           03  WS-TOT-KEY-APPROVE  PIC 9(05) VALUE ZERO.
           03  WS-TOT-OWN-RECORD   PIC 9(05) VALUE ZERO.
           03  WS-TOT-OWN-BANK     PIC 9(05) VALUE ZERO.
           03  WS-TOT-OWN-TIMECARD PIC 9(05) VALUE ZERO.
           03  WS-TOT-DEPT-CHAIN   PIC 9(05) VALUE ZERO.
           03  WS-TOT-FINDINGS     PIC 9(05) VALUE ZERO.
       COPY OPRACT.
       COPY EXCPREG.
      *    AUDHIST IMAGES ARE EMPMREC PICTURES - DECODE THEM
      *    THROUGH A SECOND COPY OF THE LAYOUT SO THE PACKED
      *    EARNINGS COMPARE AS NUMBERS.
       COPY EMPMREC REPLACING ==EMPLOYEE-RECORD== BY
           ==AUDIT-IMAGE-RECORD== LEADING ==EMP-== BY ==AHI-==.
       01  HEADING-LINE1.
           03  FILLER              PIC X(40) VALUE
               'SEGREGATION-OF-DUTIES VIOLATIONS PERIOD '.
           03  OUT-HDR-PERIOD      PIC 9(06).
           03  FILLER              PIC X(34) VALUE SPACES.
       01  HEADING-LINE2.
           03  FILLER              PIC X(10) VALUE 'OPERATOR'.
           03  FILLER              PIC X(07) VALUE 'EMP ID'.
           03  FILLER              PIC X(16) VALUE 'FINDING'.
           03  FILLER              PIC X(47) VALUE 'DETAIL'.
       01  HEADING-LINE3.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE 'SOURCE'.
           03  FILLER              PIC X(09) VALUE 'DATE'.
           03  FILLER              PIC X(07) VALUE 'TIME'.
           03  FILLER              PIC X(03) VALUE 'AC'.
           03  FILLER              PIC X(09) VALUE 'BATCH'.
           03  FILLER              PIC X(09) VALUE 'REF'.
           03  FILLER              PIC X(06) VALUE 'EMP'.
           03  FILLER              PIC X(02) VALUE 'C'.
           03  FILLER              PIC X(09) VALUE '  AMOUNT'.
           03  FILLER              PIC X(15) VALUE 'DETAIL'.
       01  DETAIL-LINE.
           03  OUT-OPERATOR        PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TYPE            PIC X(14) VALUE SPACES.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  OUT-TEXT            PIC X(40) VALUE SPACES.
           03  FILLER              PIC X(07) VALUE SPACES.
       01  EVIDENCE-LINE.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  EVD-SOURCE          PIC X(06) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-DATE            PIC 9(08) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-TIME            PIC 9(06) VALUE ZERO.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-ACTION          PIC X(02) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-BATCH           PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-REF             PIC X(08) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-EMP-ID          PIC X(05) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-CODE            PIC X(01) VALUE SPACES.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-AMOUNT          PIC ZZZZ9.99.
           03  FILLER              PIC X(01) VALUE SPACES.
           03  EVD-DETAIL          PIC X(11) VALUE SPACES.
           03  FILLER              PIC X(04) VALUE SPACES.
       01  SUMMARY-LINE1.
           03  FILLER              PIC X(18) VALUE
               'JOURNAL RECORDS: '.
           03  OUT-TOT-JOURNAL     PIC ZZZZ9.
           03  FILLER              PIC X(17) VALUE
               '  KEY+APPROVE: '.
           03  OUT-TOT-KEY-APPROVE PIC ZZZZ9.
           03  FILLER              PIC X(16) VALUE
               '  OWN RECORD: '.
           03  OUT-TOT-OWN-RECORD  PIC ZZZZ9.
       01  SUMMARY-LINE2.
           03  FILLER              PIC X(18) VALUE 'OWN BANK: '.
           03  OUT-TOT-OWN-BANK    PIC ZZZZ9.
           03  FILLER              PIC X(17) VALUE
               '  OWN TIMECARD: '.
           03  OUT-TOT-OWN-TIMECARD PIC ZZZZ9.
           03  FILLER              PIC X(16) VALUE
               '  DEPT CHAIN: '.
           03  OUT-TOT-DEPT-CHAIN  PIC ZZZZ9.
       01  SUMMARY-LINE3.
           03  FILLER              PIC X(18) VALUE 'FINDINGS: '.
           03  OUT-TOT-FINDINGS    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZATION-PARA.
           PERFORM 1100-LOAD-DEPTS-PARA
           PERFORM 1200-LOAD-OPERATORS-PARA
           PERFORM 1300-LOAD-JOURNAL-PARA
           PERFORM 2000-CHECK-ENTRY-PARA
               VARYING WS-JNL-SUB FROM 1 BY 1
               UNTIL WS-JNL-SUB > WS-JNL-COUNT
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
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT 'SODPER'
           IF WS-ENV-PERIOD NUMERIC AND WS-ENV-PERIOD-N > ZERO
               MOVE WS-ENV-PERIOD-N TO WS-PERIOD
           END-IF
           COMPUTE WS-PER-FIRST = (WS-PERIOD * 100) + 1
           COMPUTE WS-PER-LAST  = (WS-PERIOD * 100) + 31
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO OUT-HDR-PERIOD
           WRITE REPORT-RECORD FROM HEADING-LINE1
           WRITE REPORT-RECORD FROM HEADING-LINE2
           WRITE REPORT-RECORD FROM HEADING-LINE3
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FILE-STAT4 = '00'
               MOVE 'Y' TO WS-EMPMAST-OPEN-FLAG
           ELSE
               DISPLAY 'EMPMAST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT4 ' - NO DEPARTMENT CHAIN CHECK'
           END-IF
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-FILE-STAT5 = '00'
               MOVE 'Y' TO WS-AUDHIST-OPEN-FLAG
           ELSE
               DISPLAY 'AUDHIST.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT5 ' - PAY CHANGES NOT CONFIRMED'
           END-IF.
      *****************************************************
      *  THE DEPARTMENT HIERARCHY INTO A TABLE - CODE AND   *
      *  PARENT.  NO DEPTMAST.DAT LEAVES THE CHAIN CHECK AT *
      *  THE SAME DEPARTMENT ONLY.                          *
      *****************************************************
       1100-LOAD-DEPTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPT-MASTER
           IF WS-FILE-STAT3 = '00'
               PERFORM 1150-READ-DEPT-PARA UNTIL END-OF-INPUT
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'DEPTMAST.DAT NOT AVAILABLE - SAME '
                   'DEPARTMENT ONLY'
           END-IF.
       1150-READ-DEPT-PARA.
           READ DEPT-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-COUNT < 500
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE   TO DPT-CODE(WS-DEPT-COUNT)
                       MOVE DEPT-PARENT TO DPT-PARENT(WS-DEPT-COUNT)
                   END-IF
           END-READ.
      *****************************************************
      *  EVERY OPERATOR PROFILE INTO A TABLE WITH THE       *
      *  OPERATOR'S OWN EMP-ID AND THE DEPARTMENT THAT      *
      *  EMPLOYEE IS IN TODAY.  AN OPERATOR WITH NO         *
      *  OPR-EMP-ID CAN ONLY BE CAUGHT KEYING AND APPROVING *
      *  THE SAME BATCH.                                    *
      *****************************************************
       1200-LOAD-OPERATORS-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STAT2 = '00'
               PERFORM 1250-READ-OPERATOR-PARA UNTIL END-OF-INPUT
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY 'OPRMAST.DAT NOT AVAILABLE - NO OWN-RECORD '
                   'OR DEPARTMENT CHECKS'
           END-IF.
       1250-READ-OPERATOR-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-OPR-COUNT < 500
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID     TO OPT-ID(WS-OPR-COUNT)
                       MOVE OPR-EMP-ID TO OPT-EMP-ID(WS-OPR-COUNT)
                       MOVE SPACES     TO OPT-DEPT(WS-OPR-COUNT)
                       PERFORM 1260-OPERATOR-DEPT-PARA
                   END-IF
           END-READ.
       1260-OPERATOR-DEPT-PARA.
           IF EMPMAST-OPEN AND OPR-EMP-ID NOT = SPACES
               MOVE OPR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO OPT-DEPT(WS-OPR-COUNT)
               END-READ
           END-IF.
      *****************************************************
      *  THE JOURNAL RECORDS THAT MATTER THIS PERIOD:       *
      *  EVERYTHING LOGGED IN THE MONTH, PLUS ANY KEYED     *
      *  TRANSACTION HELD IN AN EARLIER MONTH THAT FELL DUE *
      *  IN THIS ONE (IT WAS RELEASED, AND CHANGED THE      *
      *  MASTER, IN THIS PERIOD).                           *
      *****************************************************
       1300-LOAD-JOURNAL-PARA.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPR-ACTION-FILE
           IF WS-FILE-STAT1 = '00'
               PERFORM 1350-READ-JOURNAL-PARA UNTIL END-OF-INPUT
               CLOSE OPR-ACTION-FILE
           ELSE
               DISPLAY 'OPRACT.DAT NOT AVAILABLE - STATUS '
                   WS-FILE-STAT1 ' - NOTHING TO CHECK'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1350-READ-JOURNAL-PARA.
           READ OPR-ACTION-FILE INTO OPR-ACTION-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM 1360-SELECT-JOURNAL-PARA
           END-READ.
       1360-SELECT-JOURNAL-PARA.
           MOVE 'N' TO WS-CUR-LOGGED-FLAG
                       WS-CUR-DUE-FLAG
           IF OPA-DATE NOT < WS-PER-FIRST
               AND OPA-DATE NOT > WS-PER-LAST
               MOVE 'Y' TO WS-CUR-LOGGED-FLAG
           END-IF
           IF OPA-KEYED-TRAN AND OPA-DETAIL = 'HELD'
               AND OPA-EFF-DATE NOT < WS-PER-FIRST
               AND OPA-EFF-DATE NOT > WS-PER-LAST
               MOVE 'Y' TO WS-CUR-DUE-FLAG
           END-IF
           IF CUR-LOGGED-IN-PERIOD OR CUR-DUE-IN-PERIOD
               IF WS-JNL-COUNT < 5000
                   ADD 1 TO WS-JNL-COUNT
                   ADD 1 TO WS-TOT-JOURNAL
                   MOVE OPR-ACTION-RECORD  TO JNL-DATA(WS-JNL-COUNT)
                   MOVE WS-CUR-LOGGED-FLAG TO JNL-LOGGED(WS-JNL-COUNT)
                   MOVE WS-CUR-DUE-FLAG    TO JNL-DUE(WS-JNL-COUNT)
               ELSE
                   IF NOT JOURNAL-TABLE-FULL
                       DISPLAY 'OPRACT.DAT - MORE THAN 5000 RECORDS '
                           'FOR THE PERIOD - REST NOT CHECKED'
                       MOVE 'Y' TO WS-JNL-FULL-FLAG
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *****************************************************
      *  ONE JOURNAL RECORD.  THE OPERATOR IS LOOKED UP FOR *
      *  THEIR OWN EMP-ID AND DEPARTMENT, THEN THE RECORD   *
      *  IS CHECKED BY ACTION.  APPROVALS, BANK             *
      *  TRANSACTIONS AND TIMECARD APPROVALS COUNT ONLY IN  *
      *  THE MONTH THEY WERE LOGGED.                        *
      *****************************************************
       2000-CHECK-ENTRY-PARA.
           MOVE JNL-DATA(WS-JNL-SUB)   TO OPR-ACTION-RECORD
           MOVE JNL-LOGGED(WS-JNL-SUB) TO WS-CUR-LOGGED-FLAG
           MOVE JNL-DUE(WS-JNL-SUB)    TO WS-CUR-DUE-FLAG
           PERFORM 4000-FIND-OPERATOR-PARA
           EVALUATE TRUE
               WHEN OPA-BATCH-APPROVAL AND CUR-LOGGED-IN-PERIOD
                   PERFORM 2100-CHECK-APPROVAL-PARA
               WHEN OPA-KEYED-TRAN
                   PERFORM 2200-CHECK-KEYED-PARA
               WHEN OPA-BANK-CHANGE AND CUR-LOGGED-IN-PERIOD
                   PERFORM 2300-CHECK-BANK-PARA
               WHEN OPA-TIMECARD-APPROVAL AND CUR-LOGGED-IN-PERIOD
                   PERFORM 2400-CHECK-TIMECARD-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *****************************************************
      *  A DUAL-CONTROL APPROVAL.  EVERY KEYED TRANSACTION  *
      *  THE SAME OPERATOR ORIGINATED THAT WENT OUT UNDER   *
      *  THE APPROVED RELEASE BATCH IS EVIDENCE - ONE       *
      *  FINDING PER APPROVAL, THE APPROVAL FIRST AND THEN  *
      *  EACH TRANSACTION.                                  *
      *****************************************************
       2100-CHECK-APPROVAL-PARA.
           MOVE OPR-ACTION-RECORD TO WS-AB-RECORD
           MOVE OPA-OPERATOR      TO WS-AB-OPERATOR
           MOVE OPA-BATCH-ID      TO WS-AB-BATCH
           MOVE ZERO              TO WS-MATCH-COUNT
           IF WS-AB-OPERATOR NOT = SPACES
               PERFORM 2150-MATCH-KEYED-PARA
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-JNL-COUNT
           END-IF
           IF WS-MATCH-COUNT > ZERO
               ADD 1 TO WS-TOT-KEY-APPROVE
           END-IF.
       2150-MATCH-KEYED-PARA.
           MOVE JNL-DATA(WS-SCAN-SUB) TO OPR-ACTION-RECORD
           IF OPA-KEYED-TRAN AND OPA-OPERATOR = WS-AB-OPERATOR
               PERFORM 4100-RELEASE-BATCH-PARA
               IF WS-KT-REL-BATCH = WS-AB-BATCH
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT = 1
                       MOVE OPR-ACTION-RECORD TO WS-HOLD-RECORD
                       MOVE WS-AB-OPERATOR    TO WS-FND-OPERATOR
                       MOVE WS-OPR-EMP-ID     TO WS-FND-EMP-ID
                       MOVE 'KEY+APPROVE'     TO WS-FND-TYPE
                       MOVE SPACES            TO WS-FND-TEXT
                       STRING 'KEYED AND APPROVED BATCH '
                              WS-AB-BATCH
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       END-STRING
                       PERFORM 8000-RAISE-FINDING-PARA
                       MOVE WS-AB-RECORD      TO OPR-ACTION-RECORD
                       PERFORM 7000-JOURNAL-EVIDENCE-PARA
                       MOVE WS-HOLD-RECORD    TO OPR-ACTION-RECORD
                   END-IF
                   PERFORM 7000-JOURNAL-EVIDENCE-PARA
               END-IF
           END-IF.
      *****************************************************
      *  A KEYED TRANSACTION.  ONE FOR THE OPERATOR'S OWN   *
      *  EMP-ID IS A FINDING IN THE MONTH IT WAS KEYED,     *
      *  WHATEVER BECAME OF IT.  AN ADD, CHANGE OR REHIRE   *
      *  FOR SOMEONE ELSE IS CHECKED AGAINST THE DEPARTMENT *
      *  CHAIN IN THE MONTH IT WAS RELEASED.                *
      *****************************************************
       2200-CHECK-KEYED-PARA.
           IF WS-OPR-EMP-ID NOT = SPACES
               AND OPA-EMP-ID = WS-OPR-EMP-ID
               IF CUR-LOGGED-IN-PERIOD
                   ADD 1 TO WS-TOT-OWN-RECORD
                   MOVE OPA-OPERATOR  TO WS-FND-OPERATOR
                   MOVE OPA-EMP-ID    TO WS-FND-EMP-ID
                   MOVE 'OWN RECORD'  TO WS-FND-TYPE
                   MOVE SPACES        TO WS-FND-TEXT
                   STRING 'KEYED OWN RECORD - TRAN ' OPA-TRAN-CODE
                          ' BATCH ' OPA-BATCH-ID
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   END-STRING
                   PERFORM 8000-RAISE-FINDING-PARA
                   PERFORM 7000-JOURNAL-EVIDENCE-PARA
               END-IF
           ELSE
               IF WS-OPR-DEPT NOT = SPACES
                   AND (OPA-TRAN-CODE = 'A' OR 'C' OR 'R')
                   AND ((CUR-LOGGED-IN-PERIOD
                         AND OPA-DETAIL = 'RELEASED')
                        OR CUR-DUE-IN-PERIOD)
                   PERFORM 2250-CHECK-DEPT-CHAIN-PARA
               END-IF
           END-IF.
      *****************************************************
      *  THE EMPLOYEE'S DEPARTMENT IS THE OPERATOR'S OWN,   *
      *  OR ONE ABOVE OR BELOW IT.  THE PAY CHANGE IS       *
      *  CONFIRMED FROM THE AUDHIST.DAT BEFORE AND AFTER    *
      *  IMAGES POSTED UNDER THE RELEASE BATCH - A FIRST    *
      *  PASS DECIDES, A SECOND PRINTS THEM AS EVIDENCE.    *
      *  WITHOUT AUDHIST.DAT A TRANSACTION CARRYING         *
      *  EARNINGS IS REPORTED ON THE JOURNAL ALONE.         *
      *****************************************************
       2250-CHECK-DEPT-CHAIN-PARA.
           MOVE SPACES TO WS-TGT-DEPT
           IF EMPMAST-OPEN
               MOVE OPA-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-TGT-DEPT
               END-READ
           END-IF
           IF WS-TGT-DEPT NOT = SPACES
               PERFORM 4200-CHAIN-CHECK-PARA
           ELSE
               MOVE 'N' TO WS-CHAIN-FLAG
           END-IF
           IF IN-DEPT-CHAIN
               PERFORM 4100-RELEASE-BATCH-PARA
               MOVE OPA-OPERATOR     TO WS-FND-OPERATOR
               MOVE OPA-EMP-ID       TO WS-FND-EMP-ID
               MOVE 'DEPT CHAIN PAY' TO WS-FND-TYPE
               MOVE SPACES           TO WS-FND-TEXT
               IF AUDHIST-OPEN
                   MOVE 'N' TO WS-PAY-CHANGE-FLAG
                   MOVE 'C' TO WS-AH-MODE
                   PERFORM 2260-SCAN-AUDHIST-PARA
                   IF PAY-CHANGED
                       ADD 1 TO WS-TOT-DEPT-CHAIN
                       STRING 'PAY CHANGED IN DEPT ' WS-TGT-DEPT
                              ' - OWN DEPT ' WS-OPR-DEPT
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       END-STRING
                       PERFORM 8000-RAISE-FINDING-PARA
                       PERFORM 7000-JOURNAL-EVIDENCE-PARA
                       MOVE 'P' TO WS-AH-MODE
                       PERFORM 2260-SCAN-AUDHIST-PARA
                   END-IF
               ELSE
                   IF OPA-AMOUNT > ZERO
                       ADD 1 TO WS-TOT-DEPT-CHAIN
                       STRING 'PAY KEYED IN DEPT ' WS-TGT-DEPT
                              ' - OWN DEPT ' WS-OPR-DEPT
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       END-STRING
                       PERFORM 8000-RAISE-FINDING-PARA
                       PERFORM 7000-JOURNAL-EVIDENCE-PARA
                   END-IF
               END-IF
           END-IF.
       2260-SCAN-AUDHIST-PARA.
           MOVE 'N'        TO WS-AH-EOF-FLAG
                              WS-BEFORE-FLAG
           MOVE OPA-EMP-ID TO AH-EMP-ID
           MOVE ZERO       TO AH-DATE AH-TIME AH-SEQ
           START AUDIT-HIST-FILE KEY NOT < AH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AH-EOF-FLAG
           END-START
           PERFORM 2270-READ-AUDHIST-PARA UNTIL END-OF-AUDHIST.
       2270-READ-AUDHIST-PARA.
           READ AUDIT-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AH-EOF-FLAG
               NOT AT END
                   IF AH-EMP-ID NOT = OPA-EMP-ID
                       MOVE 'Y' TO WS-AH-EOF-FLAG
                   ELSE
                       IF AH-BATCH-ID = WS-KT-REL-BATCH
                           PERFORM 2280-AUDHIST-IMAGE-PARA
                       END-IF
                   END-IF
           END-READ.
      *****************************************************
      *  A BEFORE IMAGE IS REMEMBERED; THE AFTER IMAGE THAT *
      *  FOLLOWS IT IS A PAY CHANGE WHEN EMP-EARN MOVED.    *
      *  AN AFTER IMAGE WITH NO BEFORE (AN ADD) IS A PAY    *
      *  CHANGE WHEN IT CARRIES EARNINGS.                   *
      *****************************************************
       2280-AUDHIST-IMAGE-PARA.
           MOVE AH-IMAGE TO AUDIT-IMAGE-RECORD
           IF AH-BEFORE-IMAGE
               MOVE AHI-EARN TO WS-BEFORE-EARN
               MOVE 'Y'      TO WS-BEFORE-FLAG
           ELSE
               IF BEFORE-IMAGE-HELD
                   IF AHI-EARN NOT = WS-BEFORE-EARN
                       MOVE 'Y' TO WS-PAY-CHANGE-FLAG
                   END-IF
               ELSE
                   IF AHI-EARN > ZERO
                       MOVE 'Y' TO WS-PAY-CHANGE-FLAG
                   END-IF
               END-IF
               MOVE 'N' TO WS-BEFORE-FLAG
           END-IF
           IF AH-PRINT-MODE
               PERFORM 7100-AUDHIST-EVIDENCE-PARA
           END-IF.
       2300-CHECK-BANK-PARA.
           IF WS-OPR-EMP-ID NOT = SPACES
               AND OPA-EMP-ID = WS-OPR-EMP-ID
               ADD 1 TO WS-TOT-OWN-BANK
               MOVE OPA-OPERATOR  TO WS-FND-OPERATOR
               MOVE OPA-EMP-ID    TO WS-FND-EMP-ID
               MOVE 'OWN BANK'    TO WS-FND-TYPE
               MOVE SPACES        TO WS-FND-TEXT
               STRING 'BANK TRAN ' OPA-TRAN-CODE
                      ' FOR OWN EMP-ID - ' OPA-DETAIL
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-RAISE-FINDING-PARA
               PERFORM 7000-JOURNAL-EVIDENCE-PARA
           END-IF.
       2400-CHECK-TIMECARD-PARA.
           IF WS-OPR-EMP-ID NOT = SPACES
               AND OPA-EMP-ID = WS-OPR-EMP-ID
               ADD 1 TO WS-TOT-OWN-TIMECARD
               MOVE OPA-OPERATOR   TO WS-FND-OPERATOR
               MOVE OPA-EMP-ID     TO WS-FND-EMP-ID
               MOVE 'OWN TIMECARD' TO WS-FND-TYPE
               MOVE SPACES         TO WS-FND-TEXT
               STRING 'APPROVED OWN TIMECARD FOR ' OPA-EFF-DATE
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               END-STRING
               PERFORM 8000-RAISE-FINDING-PARA
               PERFORM 7000-JOURNAL-EVIDENCE-PARA
           END-IF.
       4000-FIND-OPERATOR-PARA.
           MOVE SPACES TO WS-OPR-EMP-ID
                          WS-OPR-DEPT
           MOVE ZERO   TO WS-OPR-FIND
           PERFORM 4050-MATCH-OPERATOR-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OPR-COUNT
                  OR WS-OPR-FIND > ZERO
           IF WS-OPR-FIND > ZERO
               MOVE OPT-EMP-ID(WS-OPR-FIND) TO WS-OPR-EMP-ID
               MOVE OPT-DEPT(WS-OPR-FIND)   TO WS-OPR-DEPT
           END-IF.
       4050-MATCH-OPERATOR-PARA.
           IF OPT-ID(WS-SUB) = OPA-OPERATOR
               MOVE WS-SUB TO WS-OPR-FIND
           END-IF.
      *****************************************************
      *  THE RELEASE BATCH A KEYED TRANSACTION WENT OUT     *
      *  UNDER.  ONE HELD FOR A LATER EFFECTIVE DATE IS     *
      *  RELEASED BY EMPTRNRL ON THAT DATE, UNDER 'RL' AND  *
      *  THE DATE AS YYMMDD.  A TRANSACTION STOPPED FOR A   *
      *  CLOSED PERIOD HAS NONE.                            *
      *****************************************************
       4100-RELEASE-BATCH-PARA.
           IF OPA-DETAIL = 'HELD'
               MOVE OPA-EFF-DATE(3:6) TO WS-DUE-DATE-PART
               MOVE WS-DUE-BATCH      TO WS-KT-REL-BATCH
           ELSE
               MOVE OPA-REL-BATCH-ID  TO WS-KT-REL-BATCH
           END-IF.
      *****************************************************
      *  SAME DEPARTMENT, OR ONE IS AN ANCESTOR OF THE      *
      *  OTHER THROUGH DEPT-PARENT.  EACH WALK UP THE TREE  *
      *  STOPS AT THE TOP, AT A CODE NOT ON THE TABLE, OR   *
      *  AFTER 20 LEVELS SO A LOOP IN THE HIERARCHY CANNOT  *
      *  HANG THE RUN.                                      *
      *****************************************************
       4200-CHAIN-CHECK-PARA.
           MOVE 'N' TO WS-CHAIN-FLAG
           IF WS-TGT-DEPT = WS-OPR-DEPT
               MOVE 'Y' TO WS-CHAIN-FLAG
           ELSE
               MOVE WS-TGT-DEPT TO WS-WALK-DEPT
               MOVE WS-OPR-DEPT TO WS-WALK-TARGET
               PERFORM 4250-WALK-UP-PARA
                   VARYING WS-DEPTH FROM 1 BY 1
                   UNTIL WS-DEPTH > 20
                      OR WS-WALK-DEPT = SPACES
                      OR IN-DEPT-CHAIN
               IF NOT IN-DEPT-CHAIN
                   MOVE WS-OPR-DEPT TO WS-WALK-DEPT
                   MOVE WS-TGT-DEPT TO WS-WALK-TARGET
                   PERFORM 4250-WALK-UP-PARA
                       VARYING WS-DEPTH FROM 1 BY 1
                       UNTIL WS-DEPTH > 20
                          OR WS-WALK-DEPT = SPACES
                          OR IN-DEPT-CHAIN
               END-IF
           END-IF.
       4250-WALK-UP-PARA.
           MOVE ZERO TO WS-DEPT-FIND
           PERFORM 4260-MATCH-DEPT-PARA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DEPT-COUNT
                  OR WS-DEPT-FIND > ZERO
           IF WS-DEPT-FIND > ZERO
               MOVE DPT-PARENT(WS-DEPT-FIND) TO WS-WALK-DEPT
           ELSE
               MOVE SPACES TO WS-WALK-DEPT
           END-IF
           IF WS-WALK-DEPT NOT = SPACES
               AND WS-WALK-DEPT = WS-WALK-TARGET
               MOVE 'Y' TO WS-CHAIN-FLAG
           END-IF.
       4260-MATCH-DEPT-PARA.
           IF DPT-CODE(WS-SUB) = WS-WALK-DEPT
               MOVE WS-SUB TO WS-DEPT-FIND
           END-IF.
       7000-JOURNAL-EVIDENCE-PARA.
           MOVE SPACES           TO EVIDENCE-LINE
           MOVE 'OPRACT'         TO EVD-SOURCE
           MOVE OPA-DATE         TO EVD-DATE
           MOVE OPA-TIME         TO EVD-TIME
           MOVE OPA-ACTION       TO EVD-ACTION
           MOVE OPA-BATCH-ID     TO EVD-BATCH
           MOVE OPA-REL-BATCH-ID TO EVD-REF
           MOVE OPA-EMP-ID       TO EVD-EMP-ID
           MOVE OPA-TRAN-CODE    TO EVD-CODE
           MOVE OPA-AMOUNT       TO EVD-AMOUNT
           MOVE OPA-DETAIL       TO EVD-DETAIL
           WRITE REPORT-RECORD FROM EVIDENCE-LINE.
       7100-AUDHIST-EVIDENCE-PARA.
           MOVE SPACES           TO EVIDENCE-LINE
           MOVE 'AUDHST'         TO EVD-SOURCE
           MOVE AH-DATE          TO EVD-DATE
           MOVE AH-TIME          TO EVD-TIME
           MOVE AH-BA-FLAG       TO EVD-ACTION
           MOVE AH-BATCH-ID      TO EVD-BATCH
           MOVE AH-SOURCE-PGM    TO EVD-REF
           MOVE AH-EMP-ID        TO EVD-EMP-ID
           MOVE AH-TRAN-CODE     TO EVD-CODE
           MOVE AHI-EARN         TO EVD-AMOUNT
           STRING 'DEPT ' AHI-DEPT
                  DELIMITED BY SIZE INTO EVD-DETAIL
           END-STRING
           WRITE REPORT-RECORD FROM EVIDENCE-LINE.
      *****************************************************
      *  ONE FINDING: A BLANK LINE AND THE FINDING ON       *
      *  SODRPT.DAT, WITH ITS EVIDENCE TO FOLLOW, AND AN    *
      *  OPEN ITEM ON THE EXCEPTION REGISTER KEYED OPERATOR *
      *  AND PERIOD.                                        *
      *****************************************************
       8000-RAISE-FINDING-PARA.
           ADD 1 TO WS-TOT-FINDINGS
           MOVE SPACES          TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES          TO DETAIL-LINE
           MOVE WS-FND-OPERATOR TO OUT-OPERATOR
           MOVE WS-FND-EMP-ID   TO OUT-EMP-ID
           MOVE WS-FND-TYPE     TO OUT-TYPE
           MOVE WS-FND-TEXT     TO OUT-TEXT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           MOVE 'EMPSOD'        TO EXR-SOURCE-PGM
           MOVE SPACES          TO EXR-KEY
           STRING WS-FND-OPERATOR ' ' WS-PERIOD
                  DELIMITED BY SIZE INTO EXR-KEY
           END-STRING
           MOVE WS-FND-TEXT     TO EXR-TEXT
           CALL 'EXCPWRTR' USING EXCEPTION-REG-RECORD.
       9000-TERMINATION-PARA.
           MOVE WS-TOT-JOURNAL      TO OUT-TOT-JOURNAL
           MOVE WS-TOT-KEY-APPROVE  TO OUT-TOT-KEY-APPROVE
           MOVE WS-TOT-OWN-RECORD   TO OUT-TOT-OWN-RECORD
           MOVE WS-TOT-OWN-BANK     TO OUT-TOT-OWN-BANK
           MOVE WS-TOT-OWN-TIMECARD TO OUT-TOT-OWN-TIMECARD
           MOVE WS-TOT-DEPT-CHAIN   TO OUT-TOT-DEPT-CHAIN
           MOVE WS-TOT-FINDINGS     TO OUT-TOT-FINDINGS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SUMMARY-LINE1
           WRITE REPORT-RECORD FROM SUMMARY-LINE2
           WRITE REPORT-RECORD FROM SUMMARY-LINE3
           DISPLAY '** SEGREGATION-OF-DUTIES SUMMARY **'
           DISPLAY 'PERIOD            : ', WS-PERIOD
           DISPLAY 'JOURNAL RECORDS   : ', WS-TOT-JOURNAL
           DISPLAY 'KEYED AND APPROVED: ', WS-TOT-KEY-APPROVE
           DISPLAY 'OWN RECORD        : ', WS-TOT-OWN-RECORD
           DISPLAY 'OWN BANK DETAILS  : ', WS-TOT-OWN-BANK
           DISPLAY 'OWN TIMECARD      : ', WS-TOT-OWN-TIMECARD
           DISPLAY 'DEPT CHAIN PAY    : ', WS-TOT-DEPT-CHAIN
           IF WS-TOT-FINDINGS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EMPMAST-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF AUDHIST-OPEN
               CLOSE AUDIT-HIST-FILE
           END-IF
           CLOSE REPORT-FILE.
